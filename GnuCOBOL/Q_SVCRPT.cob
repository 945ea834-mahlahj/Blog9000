       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SVCRPT.

      *> Response-time and availability report for the request
      *> server, from the service log Q_SERVER keeps (MM-SVCLOG-
      *> RAW.cpy) - the answer to "the widget is sometimes slow".
      *> For the report day, and again for its month to date, it
      *> gives the requests answered by type, how many were NO
      *> MATCH, the median and 95th-percentile response time
      *> (request dropped to RESPONSE written, nearest rank), and
      *> the minutes the server was not answering, set against the
      *> agreed availability target.
      *>
      *> A gap between two log lines counts as unavailable when it
      *> runs past twice the heartbeat interval the server was
      *> keeping, from one interval after the last sign of life.
      *> Time after a clean stop is shown apart as stopped on
      *> purpose and is not held against the target.  Time before
      *> the first line on file is not measured at all.
      *>
      *> Unattended - run it after midnight for the day before:
      *>
      *>   MM_SVCLOG_PATH      the service log (default
      *>                       MM-SVCLOG.DAT)
      *>   MM_SVC_DATE         report day, YYYYMMDD (default
      *>                       yesterday)
      *>   MM_SVC_TARGET_PCT   agreed availability, percent
      *>                       (default 99.5)
      *>   MM_SVCLOG_KEEP      days of log kept (default 100, never
      *>                       less than 62 so a month to date is
      *>                       always whole)
      *>
      *> Written to <log>.SVCRPT-yyyymmdd (the report day) and the
      *> console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SERVICE-LOG-FILE
            ASSIGN TO WS-SVCLOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SVCLOG-STATUS.

       *> The trimmed log, written alongside and then put in the
       *> log's place when anything was dropped:
       SELECT SERVICE-LOG-NEW
            ASSIGN TO WS-SVCLOG-NEW-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SVCLOG-NEW-STATUS.

       SELECT SERVICE-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       *> Sort work file so the percentiles rank however many
       *> requests the period holds:
       SELECT SERVICE-SORT-FILE
            ASSIGN TO "QSVC-SORTWK".

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       *> variable:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SVCLOG-RAW.

       FD  SERVICE-LOG-NEW.
       01  WS-SVCLOG-NEW-RECORD    PIC X(80).

       FD  SERVICE-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       SD  SERVICE-SORT-FILE.
       01  SERVICE-SORT-RECORD.
           05 SS-ELAPSED         PIC 9(7).
           05 SS-TYPE-I          PIC 9(3).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-SVCLOG-PATH        PIC X(200) VALUE 'MM-SVCLOG.DAT'.
       01 WS-SVCLOG-STATUS      PIC XX VALUE '00'.
       01 WS-SVCLOG-NEW-PATH    PIC X(210) VALUE SPACES.
       01 WS-SVCLOG-NEW-STATUS  PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(220) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-MIN-ED             PIC Z(6)9.9.
       01 WS-MIN2-ED            PIC Z(6)9.9.
       01 WS-PCT-ED             PIC ZZ9.99.

      *> Settings:
       01 WS-DATE-A             PIC X(8) VALUE SPACES.
       01 WS-TARGET-A           PIC X(7) VALUE SPACES.
       01 WS-TARGET-PCT         PIC 9(3)V99 VALUE 99.50.
       01 WS-KEEP-A             PIC X(5) VALUE SPACES.
       01 WS-KEEP-DAYS          PIC 9(5) VALUE 100.

       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-TODAY-NUM          PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT          PIC 9(9) COMP VALUE ZERO.
       01 WS-KEEP-FROM-INT      PIC S9(9) COMP VALUE ZERO.
       01 WS-REPORT-NUM         PIC 9(8) VALUE ZERO.
       01 WS-REPORT-DATE        PIC X(8) VALUE SPACES.
       01 WS-MONTH-FROM         PIC X(8) VALUE SPACES.
       01 WS-NOW-TS             PIC X(21) VALUE SPACES.
       01 WS-NOW-S              PIC 9(12) COMP VALUE ZERO.
       01 WS-DATE-NUM           PIC 9(8) VALUE ZERO.
       01 WS-LINE-INT           PIC 9(9) COMP VALUE ZERO.

       01 WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-PRUNED-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-BAD-COUNT          PIC 9(9) COMP VALUE ZERO.

      *> The period being reported - a day, then the month to date.
      *> Times are seconds since the COBOL day zero:
       01 WS-PER-TITLE          PIC X(60) VALUE SPACES.
       01 WS-PER-FROM           PIC X(8) VALUE SPACES.
       01 WS-PER-TO             PIC X(8) VALUE SPACES.
       01 WS-PER-START-S        PIC 9(12) COMP VALUE ZERO.
       01 WS-PER-END-S          PIC 9(12) COMP VALUE ZERO.

      *> Requests in the period, all types together:
       01 WS-ALL-COUNT          PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-NOMATCH        PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-FAILED         PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-TIMED          PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-RANK           PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-MED-RANK       PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-P95-RANK       PIC 9(9) COMP VALUE ZERO.
       01 WS-ALL-MEDIAN         PIC 9(7) VALUE ZERO.
       01 WS-ALL-P95            PIC 9(7) VALUE ZERO.
       01 WS-TYPE-OMITTED       PIC 9(9) COMP VALUE ZERO.

      *> And one slot per request type, in order of first sight:
       01 WS-TYPE-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 20 TIMES.
               10 WS-TY-NAME         PIC X(10).
               10 WS-TY-COUNT        PIC 9(9) COMP.
               10 WS-TY-NOMATCH      PIC 9(9) COMP.
               10 WS-TY-FAILED       PIC 9(9) COMP.
               10 WS-TY-TIMED        PIC 9(9) COMP.
               10 WS-TY-RANK         PIC 9(9) COMP.
               10 WS-TY-MED-RANK     PIC 9(9) COMP.
               10 WS-TY-P95-RANK     PIC 9(9) COMP.
               10 WS-TY-MEDIAN       PIC 9(7).
               10 WS-TY-P95          PIC 9(7).
       01 WS-TYPE-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-TYPE-HIT           PIC 9(3) COMP VALUE ZERO.
       01 WS-LOOK-TYPE          PIC X(10) VALUE SPACES.

      *> Availability over the period:
       01 WS-EVENT-S            PIC 9(12) COMP VALUE ZERO.
       01 WS-FIRST-S            PIC 9(12) COMP VALUE ZERO.
       01 WS-PREV-S             PIC 9(12) COMP VALUE ZERO.
       01 WS-PREV-KIND          PIC X VALUE SPACE.
       01 WS-PREV-BEAT          PIC 9(5) VALUE 60.
       01 WS-GAP-FROM           PIC 9(12) COMP VALUE ZERO.
       01 WS-GAP-TO             PIC 9(12) COMP VALUE ZERO.
       01 WS-GAP-STOPPED        PIC X VALUE 'N'.
       01 WS-MEASURE-FROM       PIC 9(12) COMP VALUE ZERO.
       01 WS-MEASURE-TO         PIC 9(12) COMP VALUE ZERO.
       01 WS-MEASURED-S         PIC 9(12) COMP VALUE ZERO.
       01 WS-DOWN-S             PIC 9(12) COMP VALUE ZERO.
       01 WS-STOPPED-S          PIC 9(12) COMP VALUE ZERO.
       01 WS-ALLOWED-S          PIC 9(12) COMP VALUE ZERO.
       01 WS-OUTAGE-COUNT       PIC 9(7) COMP VALUE ZERO.
       01 WS-VERDICT            PIC X(6) VALUE SPACES.
       01 WS-DAY-DOWN-MIN       PIC 9(7)V9 VALUE ZERO.
       01 WS-DAY-VERDICT        PIC X(6) VALUE SPACES.
       01 WS-DAY-COUNT          PIC 9(9) COMP VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 FILLER             PIC XX VALUE SPACES.
           05 RD-TYPE            PIC X(12).
           05 RD-COUNT           PIC Z(8)9.
           05 FILLER             PIC XX VALUE SPACES.
           05 RD-NOMATCH         PIC Z(7)9.
           05 FILLER             PIC XX VALUE SPACES.
           05 RD-RATE            PIC ZZ9.9.
           05 FILLER             PIC XX VALUE SPACES.
           05 RD-MEDIAN          PIC Z(5)9.99.
           05 FILLER             PIC XX VALUE SPACES.
           05 RD-P95             PIC Z(5)9.99.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-AUDIT-OPERATOR = SPACES
            MOVE 'Q_SVCRPT' TO WS-AUDIT-OPERATOR
        END-IF.
        ACCEPT WS-SVCLOG-PATH FROM ENVIRONMENT "MM_SVCLOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-SVCLOG-PATH = SPACES
            MOVE 'MM-SVCLOG.DAT' TO WS-SVCLOG-PATH
        END-IF.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_SVCRPT' TO WS-LAYCHK-PROGRAM.
        MOVE 'SVCLOG' TO WS-LAYCHK-CODE.
        MOVE WS-SVCLOG-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-TARGET-A FROM ENVIRONMENT "MM_SVC_TARGET_PCT"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-TARGET-A NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-TARGET-A) = ZERO
            COMPUTE WS-TARGET-PCT = FUNCTION NUMVAL(WS-TARGET-A)
                ON SIZE ERROR MOVE ZERO TO WS-TARGET-PCT
            END-COMPUTE
        END-IF.
        IF WS-TARGET-PCT = ZERO OR WS-TARGET-PCT > 100
            MOVE 99.50 TO WS-TARGET-PCT
        END-IF.
        ACCEPT WS-KEEP-A FROM ENVIRONMENT "MM_SVCLOG_KEEP"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-KEEP-A NOT = SPACES
            COMPUTE WS-KEEP-DAYS = FUNCTION NUMVAL(WS-KEEP-A)
        END-IF.
        IF WS-KEEP-DAYS < 62
            MOVE 100 TO WS-KEEP-DAYS
        END-IF.

        MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
        MOVE WS-NOW-TS (1:8) TO WS-TODAY.
        MOVE WS-TODAY TO WS-TODAY-NUM.
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
        COMPUTE WS-NOW-S = WS-TODAY-INT * 86400
            + FUNCTION NUMVAL(WS-NOW-TS (9:2)) * 3600
            + FUNCTION NUMVAL(WS-NOW-TS (11:2)) * 60
            + FUNCTION NUMVAL(WS-NOW-TS (13:2)).
        COMPUTE WS-KEEP-FROM-INT = WS-TODAY-INT - WS-KEEP-DAYS.

        ACCEPT WS-DATE-A FROM ENVIRONMENT "MM_SVC_DATE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-DATE-A NUMERIC
            MOVE WS-DATE-A TO WS-REPORT-NUM
        ELSE
            MOVE ZERO TO WS-REPORT-NUM
        END-IF.
        IF WS-REPORT-NUM = ZERO
            OR FUNCTION TEST-DATE-YYYYMMDD(WS-REPORT-NUM) NOT = ZERO
            COMPUTE WS-REPORT-NUM =
                FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
        END-IF.
        MOVE WS-REPORT-NUM TO WS-REPORT-DATE.
        MOVE WS-REPORT-DATE TO WS-MONTH-FROM.
        MOVE '01' TO WS-MONTH-FROM (7:2).

        STRING FUNCTION TRIM(WS-SVCLOG-PATH) ".NEW"
            DELIMITED BY SIZE INTO WS-SVCLOG-NEW-PATH.
        STRING FUNCTION TRIM(WS-SVCLOG-PATH) ".SVCRPT-"
            WS-REPORT-DATE
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Request Service Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN INPUT SERVICE-LOG-FILE.
        IF WS-SVCLOG-STATUS NOT = '00'
            DISPLAY "No service log at "
                    FUNCTION TRIM(WS-SVCLOG-PATH)
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "service report not run, no service log at "
                FUNCTION TRIM(WS-SVCLOG-PATH)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'SVCRPT' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT SERVICE-LOG-NEW.
        PERFORM UNTIL WS-EOF = 'Y'
            READ SERVICE-LOG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-TRIM-ONE-LINE
            END-READ
        END-PERFORM.
        CLOSE SERVICE-LOG-FILE.
        CLOSE SERVICE-LOG-NEW.

      *> Only when something aged out does the trimmed copy replace
      *> the log - otherwise it is thrown away, and the window in
      *> which a line the server appends could be lost stays shut:
        IF WS-PRUNED-COUNT > ZERO
            CALL "CBL_DELETE_FILE" USING WS-SVCLOG-PATH
                RETURNING WS-CALL-STATUS
            END-CALL
            CALL "CBL_RENAME_FILE" USING WS-SVCLOG-NEW-PATH
                WS-SVCLOG-PATH
                RETURNING WS-CALL-STATUS
            END-CALL
        ELSE
            CALL "CBL_DELETE_FILE" USING WS-SVCLOG-NEW-PATH
                RETURNING WS-CALL-STATUS
            END-CALL
        END-IF.

        OPEN OUTPUT SERVICE-REPORT-FILE.
        IF WS-REPORT-STATUS NOT = '00'
            DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                    ", status " WS-REPORT-STATUS
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Quote request service report - " WS-REPORT-DATE
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE ALL '=' TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-TARGET-PCT TO WS-PCT-ED.
        STRING "Response time is REQUEST dropped to RESPONSE written,"
            " in seconds.  Availability target "
            FUNCTION TRIM(WS-PCT-ED) "%."
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.

        MOVE SPACES TO WS-PER-TITLE.
        STRING "Day " WS-REPORT-DATE
            DELIMITED BY SIZE INTO WS-PER-TITLE.
        MOVE WS-REPORT-DATE TO WS-PER-FROM WS-PER-TO.
        PERFORM 2000-REPORT-ONE-PERIOD.
        MOVE WS-ALL-COUNT TO WS-DAY-COUNT.
        COMPUTE WS-DAY-DOWN-MIN ROUNDED = WS-DOWN-S / 60.
        MOVE WS-VERDICT TO WS-DAY-VERDICT.

        MOVE SPACES TO WS-PER-TITLE.
        STRING "Month to date " WS-MONTH-FROM " to " WS-REPORT-DATE
            DELIMITED BY SIZE INTO WS-PER-TITLE.
        MOVE WS-MONTH-FROM TO WS-PER-FROM.
        MOVE WS-REPORT-DATE TO WS-PER-TO.
        PERFORM 2000-REPORT-ONE-PERIOD.

        PERFORM 3900-EMIT-LINE.
        MOVE WS-READ-COUNT TO WS-NUM-ED.
        STRING "Service log lines read: " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-PRUNED-COUNT TO WS-NUM-ED.
        STRING "Aged out and dropped:   " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        IF WS-BAD-COUNT > ZERO
            MOVE WS-BAD-COUNT TO WS-NUM-ED
            STRING "WARNING: " FUNCTION TRIM(WS-NUM-ED)
                " log line(s) without a valid time ignored"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.
        IF WS-TYPE-OMITTED > ZERO
            MOVE WS-TYPE-OMITTED TO WS-NUM-ED
            STRING "WARNING: " FUNCTION TRIM(WS-NUM-ED)
                " request(s) of types past the 20 the report can "
                "hold were not counted"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.
        CLOSE SERVICE-REPORT-FILE.
        MOVE 'SERVICE' TO WS-RPTREG-NAME.
        MOVE 'Q_SVCRPT' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        MOVE WS-DAY-COUNT TO WS-NUM-ED.
        MOVE WS-DAY-DOWN-MIN TO WS-MIN-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "service report " WS-REPORT-DATE ", "
            FUNCTION TRIM(WS-NUM-ED) " request(s), "
            FUNCTION TRIM(WS-MIN-ED) " min unavailable, target "
            FUNCTION TRIM(WS-DAY-VERDICT)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'SVCRPT' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> One log line: kept, or aged out by the day it was stamped:
       1000-TRIM-ONE-LINE.
            ADD 1 TO WS-READ-COUNT.
            IF SV-STAMP (1:14) NOT NUMERIC
                ADD 1 TO WS-BAD-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE SV-STAMP (1:8) TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
                ADD 1 TO WS-BAD-COUNT
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-LINE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            IF WS-LINE-INT < WS-KEEP-FROM-INT
                ADD 1 TO WS-PRUNED-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE SV-DATA-RAW TO WS-SVCLOG-NEW-RECORD.
            WRITE WS-SVCLOG-NEW-RECORD.

      *> One period, WS-PER-FROM to WS-PER-TO whole days: the log is
      *> read through the sort, which hands back the answered
      *> requests slowest last for the ranking:
       2000-REPORT-ONE-PERIOD.
            MOVE WS-PER-FROM TO WS-DATE-NUM.
            COMPUTE WS-PER-START-S =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400.
            MOVE WS-PER-TO TO WS-DATE-NUM.
            COMPUTE WS-PER-END-S =
                (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1) * 86400.
            MOVE ZERO TO WS-ALL-COUNT WS-ALL-NOMATCH WS-ALL-FAILED
                         WS-ALL-TIMED WS-ALL-RANK WS-ALL-MEDIAN
                         WS-ALL-P95 WS-TYPE-USED.
            SORT SERVICE-SORT-FILE
                ON ASCENDING KEY SS-ELAPSED
                INPUT PROCEDURE IS 2100-SELECT-THE-PERIOD
                OUTPUT PROCEDURE IS 2400-RANK-THE-PERIOD.
            PERFORM 2500-PRINT-THE-PERIOD.

       2100-SELECT-THE-PERIOD.
            MOVE ZERO TO WS-FIRST-S WS-PREV-S WS-DOWN-S WS-STOPPED-S
                         WS-OUTAGE-COUNT.
            MOVE SPACE TO WS-PREV-KIND.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SERVICE-LOG-FILE.
            IF WS-SVCLOG-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SERVICE-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 2200-TAKE-ONE-EVENT
                END-READ
            END-PERFORM.
            IF WS-SVCLOG-STATUS = '00' OR WS-SVCLOG-STATUS = '10'
                CLOSE SERVICE-LOG-FILE
            END-IF.
      *> After the last line the server is judged up to now, or to
      *> the end of the period if that came first:
            IF WS-PER-END-S < WS-NOW-S
                MOVE WS-PER-END-S TO WS-MEASURE-TO
            ELSE
                MOVE WS-NOW-S TO WS-MEASURE-TO
            END-IF.
            IF WS-PREV-S > ZERO
                MOVE WS-MEASURE-TO TO WS-EVENT-S
                PERFORM 2300-MEASURE-THE-GAP
            END-IF.
            IF WS-FIRST-S > WS-PER-START-S
                MOVE WS-FIRST-S TO WS-MEASURE-FROM
            ELSE
                MOVE WS-PER-START-S TO WS-MEASURE-FROM
            END-IF.
            IF WS-FIRST-S = ZERO OR WS-MEASURE-TO <= WS-MEASURE-FROM
                MOVE ZERO TO WS-MEASURED-S
            ELSE
                COMPUTE WS-MEASURED-S =
                    WS-MEASURE-TO - WS-MEASURE-FROM
            END-IF.

       2200-TAKE-ONE-EVENT.
            IF SV-STAMP (1:14) NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            MOVE SV-STAMP (1:8) TO WS-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZERO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-EVENT-S =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 86400
                + FUNCTION NUMVAL(SV-STAMP (9:2)) * 3600
                + FUNCTION NUMVAL(SV-STAMP (11:2)) * 60
                + FUNCTION NUMVAL(SV-STAMP (13:2)).
            IF WS-FIRST-S = ZERO
                MOVE WS-EVENT-S TO WS-FIRST-S
            END-IF.
            IF WS-PREV-S > ZERO
                PERFORM 2300-MEASURE-THE-GAP
            END-IF.
            MOVE WS-EVENT-S TO WS-PREV-S.
            MOVE SV-KIND TO WS-PREV-KIND.
            IF SV-HEARTBEAT NUMERIC AND SV-HEARTBEAT > ZERO
                MOVE SV-HEARTBEAT TO WS-PREV-BEAT
            END-IF.
            IF SV-KIND = 'R'
                AND SV-ARRIVED (1:8) >= WS-PER-FROM
                AND SV-ARRIVED (1:8) <= WS-PER-TO
                PERFORM 2250-COUNT-THE-REQUEST
            END-IF.

       2250-COUNT-THE-REQUEST.
            IF SV-TYPE = SPACES
                MOVE '(blank)' TO WS-LOOK-TYPE
            ELSE
                MOVE SV-TYPE TO WS-LOOK-TYPE
            END-IF.
            PERFORM 2260-FIND-THE-TYPE.
            IF WS-TYPE-HIT = ZERO
                ADD 1 TO WS-TYPE-OMITTED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ALL-COUNT WS-TY-COUNT (WS-TYPE-HIT).
            EVALUATE SV-MATCHED
                WHEN 'N'
                    ADD 1 TO WS-ALL-NOMATCH WS-TY-NOMATCH (WS-TYPE-HIT)
                WHEN 'X'
      *> No RESPONSE was ever written, so there is no response time
      *> to rank:
                    ADD 1 TO WS-ALL-FAILED WS-TY-FAILED (WS-TYPE-HIT)
                    EXIT PARAGRAPH
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF SV-ELAPSED NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-ALL-TIMED WS-TY-TIMED (WS-TYPE-HIT).
            MOVE SV-ELAPSED TO SS-ELAPSED.
            MOVE WS-TYPE-HIT TO SS-TYPE-I.
            RELEASE SERVICE-SORT-RECORD.

       2260-FIND-THE-TYPE.
            MOVE ZERO TO WS-TYPE-HIT.
            PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                UNTIL WS-TYPE-I > WS-TYPE-USED OR WS-TYPE-HIT > ZERO
                IF WS-TY-NAME (WS-TYPE-I) = WS-LOOK-TYPE
                    MOVE WS-TYPE-I TO WS-TYPE-HIT
                END-IF
            END-PERFORM.
            IF WS-TYPE-HIT = ZERO AND WS-TYPE-USED < 20
                ADD 1 TO WS-TYPE-USED
                MOVE WS-TYPE-USED TO WS-TYPE-HIT
                MOVE WS-LOOK-TYPE TO WS-TY-NAME (WS-TYPE-HIT)
                MOVE ZERO TO WS-TY-COUNT (WS-TYPE-HIT)
                             WS-TY-NOMATCH (WS-TYPE-HIT)
                             WS-TY-FAILED (WS-TYPE-HIT)
                             WS-TY-TIMED (WS-TYPE-HIT)
                             WS-TY-RANK (WS-TYPE-HIT)
                             WS-TY-MEDIAN (WS-TYPE-HIT)
                             WS-TY-P95 (WS-TYPE-HIT)
            END-IF.

      *> The gap from the previous line to WS-EVENT-S.  After a
      *> clean stop all of it is stopped time; otherwise only a gap
      *> past twice the heartbeat is an outage, counted from one
      *> interval after the last sign of life.  Either way only the
      *> part inside the period counts:
       2300-MEASURE-THE-GAP.
            IF WS-EVENT-S <= WS-PREV-S
                EXIT PARAGRAPH
            END-IF.
            EVALUATE TRUE
                WHEN WS-PREV-KIND = 'E'
                    MOVE 'Y' TO WS-GAP-STOPPED
                    MOVE WS-PREV-S TO WS-GAP-FROM
                WHEN WS-EVENT-S - WS-PREV-S > WS-PREV-BEAT * 2
                    MOVE 'N' TO WS-GAP-STOPPED
                    COMPUTE WS-GAP-FROM = WS-PREV-S + WS-PREV-BEAT
                WHEN OTHER
                    EXIT PARAGRAPH
            END-EVALUATE.
            MOVE WS-EVENT-S TO WS-GAP-TO.
            IF WS-GAP-FROM < WS-PER-START-S
                MOVE WS-PER-START-S TO WS-GAP-FROM
            END-IF.
            IF WS-GAP-TO > WS-PER-END-S
                MOVE WS-PER-END-S TO WS-GAP-TO
            END-IF.
            IF WS-GAP-TO <= WS-GAP-FROM
                EXIT PARAGRAPH
            END-IF.
            IF WS-GAP-STOPPED = 'Y'
                COMPUTE WS-STOPPED-S =
                    WS-STOPPED-S + WS-GAP-TO - WS-GAP-FROM
            ELSE
                COMPUTE WS-DOWN-S = WS-DOWN-S + WS-GAP-TO - WS-GAP-FROM
                ADD 1 TO WS-OUTAGE-COUNT
            END-IF.

      *> Nearest rank: the median is the ceiling(n/2)th fastest and
      *> the 95th percentile the ceiling(0.95n)th:
       2400-RANK-THE-PERIOD.
            COMPUTE WS-ALL-MED-RANK = (WS-ALL-TIMED + 1) / 2.
            COMPUTE WS-ALL-P95-RANK = (WS-ALL-TIMED * 95 + 99) / 100.
            PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                UNTIL WS-TYPE-I > WS-TYPE-USED
                COMPUTE WS-TY-MED-RANK (WS-TYPE-I) =
                    (WS-TY-TIMED (WS-TYPE-I) + 1) / 2
                COMPUTE WS-TY-P95-RANK (WS-TYPE-I) =
                    (WS-TY-TIMED (WS-TYPE-I) * 95 + 99) / 100
            END-PERFORM.
            MOVE 'N' TO WS-SORT-EOF.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                RETURN SERVICE-SORT-FILE
                    AT END MOVE 'Y' TO WS-SORT-EOF
                    NOT AT END PERFORM 2450-RANK-ONE-REQUEST
                END-RETURN
            END-PERFORM.

       2450-RANK-ONE-REQUEST.
            ADD 1 TO WS-ALL-RANK.
            IF WS-ALL-RANK = WS-ALL-MED-RANK
                MOVE SS-ELAPSED TO WS-ALL-MEDIAN
            END-IF.
            IF WS-ALL-RANK = WS-ALL-P95-RANK
                MOVE SS-ELAPSED TO WS-ALL-P95
            END-IF.
            MOVE SS-TYPE-I TO WS-TYPE-I.
            ADD 1 TO WS-TY-RANK (WS-TYPE-I).
            IF WS-TY-RANK (WS-TYPE-I) = WS-TY-MED-RANK (WS-TYPE-I)
                MOVE SS-ELAPSED TO WS-TY-MEDIAN (WS-TYPE-I)
            END-IF.
            IF WS-TY-RANK (WS-TYPE-I) = WS-TY-P95-RANK (WS-TYPE-I)
                MOVE SS-ELAPSED TO WS-TY-P95 (WS-TYPE-I)
            END-IF.

       2500-PRINT-THE-PERIOD.
            PERFORM 3900-EMIT-LINE.
            MOVE WS-PER-TITLE TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ALL '-' TO WS-REPORT-LINE (1:60).
            PERFORM 3900-EMIT-LINE.
            STRING "  Request type  Requests  No match  Rate %"
                "    Median    95th pct"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                UNTIL WS-TYPE-I > WS-TYPE-USED
                MOVE WS-TY-NAME (WS-TYPE-I) TO RD-TYPE
                MOVE WS-TY-COUNT (WS-TYPE-I) TO RD-COUNT
                MOVE WS-TY-NOMATCH (WS-TYPE-I) TO RD-NOMATCH
                COMPUTE RD-RATE ROUNDED = WS-TY-NOMATCH (WS-TYPE-I)
                    * 100 / WS-TY-COUNT (WS-TYPE-I)
                COMPUTE RD-MEDIAN = WS-TY-MEDIAN (WS-TYPE-I) / 100
                COMPUTE RD-P95 = WS-TY-P95 (WS-TYPE-I) / 100
                MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-PERFORM.
            IF WS-ALL-COUNT = ZERO
                MOVE "  No requests answered." TO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            ELSE
                MOVE 'All types' TO RD-TYPE
                MOVE WS-ALL-COUNT TO RD-COUNT
                MOVE WS-ALL-NOMATCH TO RD-NOMATCH
                COMPUTE RD-RATE ROUNDED =
                    WS-ALL-NOMATCH * 100 / WS-ALL-COUNT
                COMPUTE RD-MEDIAN = WS-ALL-MEDIAN / 100
                COMPUTE RD-P95 = WS-ALL-P95 / 100
                MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-IF.
            IF WS-ALL-FAILED > ZERO
                MOVE WS-ALL-FAILED TO WS-NUM-ED
                STRING "  " FUNCTION TRIM(WS-NUM-ED)
                    " request(s) taken but no RESPONSE written - "
                    "counted, not timed"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-IF.

            PERFORM 3900-EMIT-LINE.
            IF WS-MEASURED-S = ZERO
                MOVE "  Availability: no service log covers the period"
                    TO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
                MOVE 'N/A' TO WS-VERDICT
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-MIN-ED ROUNDED = WS-MEASURED-S / 60.
            IF WS-MEASURE-FROM > WS-PER-START-S
                STRING "  Measured " FUNCTION TRIM(WS-MIN-ED)
                    " min (the log starts part way through)"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "  Measured " FUNCTION TRIM(WS-MIN-ED) " min"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF.
            PERFORM 3900-EMIT-LINE.
            COMPUTE WS-MIN-ED ROUNDED = WS-DOWN-S / 60.
            MOVE WS-OUTAGE-COUNT TO WS-NUM-ED.
            STRING "  Unavailable " FUNCTION TRIM(WS-MIN-ED)
                " min in " FUNCTION TRIM(WS-NUM-ED) " outage(s)"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            IF WS-STOPPED-S > ZERO
                COMPUTE WS-MIN-ED ROUNDED = WS-STOPPED-S / 60
                STRING "  Stopped on purpose " FUNCTION TRIM(WS-MIN-ED)
                    " min (not held against the target)"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-IF.
      *> The allowance is the target's complement of the time the
      *> server was meant to be up:
            COMPUTE WS-ALLOWED-S =
                (WS-MEASURED-S - WS-STOPPED-S) * (100 - WS-TARGET-PCT)
                / 100.
            IF WS-DOWN-S > WS-ALLOWED-S
                MOVE 'MISSED' TO WS-VERDICT
            ELSE
                MOVE 'MET' TO WS-VERDICT
            END-IF.
            MOVE WS-TARGET-PCT TO WS-PCT-ED.
            COMPUTE WS-MIN2-ED ROUNDED = WS-ALLOWED-S / 60.
            STRING "  Target " FUNCTION TRIM(WS-PCT-ED)
                "% allows " FUNCTION TRIM(WS-MIN2-ED)
                " min unavailable - " WS-VERDICT
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

       3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
            WRITE WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                OPEN OUTPUT AUDIT-LOG-FILE
                CLOSE AUDIT-LOG-FILE
                OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       WRITE-AUDIT-ENTRY.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO AUDIT-LOG-RECORD.
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO AUDIT-TIMESTAMP.
            MOVE 'Q_SVCRPT' TO AUDIT-PROGRAM.
            MOVE WS-AUDIT-OPERATOR TO AUDIT-OPERATOR.
            MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
            MOVE WS-AUDIT-QUOTE-ID TO AUDIT-QUOTE-ID.
            MOVE WS-AUDIT-MESSAGE TO AUDIT-DETAIL.
            CALL "Q_AUDSEAL" USING WS-AUDIT-SEAL-MODE
                WS-AUDIT-SEAL-PREV AUDIT-ENTRY-BODY AUDIT-SEAL
            END-CALL.
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-LAYCHK-PROC.
