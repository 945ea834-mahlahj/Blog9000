       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_RUNTRND.

      *> Batch run-time trend report over the run-time history
      *> (MM-RUNHIST-RAW.cpy) that Q_NIGHT and the threading pool
      *> append to - the way to see the batch window creeping
      *> before the morning people do.  For every step or job
      *> name it lists the runs, average, best and worst elapsed
      *> seconds over the last 7 and the last 30 days, and flags
      *> the ones whose latest run (in the latest night) took more
      *> than the set percentage longer than their own 30-day
      *> average of the runs before it.  It then fits a straight
      *> line through the finish times of the whole nights (the N
      *> lines) of the last 30 days and projects the night on
      *> which the batch, growing at that rate, will first finish
      *> past the morning cut-off.
      *>
      *> Unattended - run it after the night, on its own rather
      *> than inside a Q_NIGHT group, since it also trims the
      *> history to its retention period:
      *>
      *>   MM_RUNHIST_PATH    the history (default MM-RUNHIST.DAT)
      *>   MM_TREND_PCT       percent over the 30-day average that
      *>                      flags a step (default 25)
      *>   MM_TREND_MIN_SECS  and by at least this many seconds, so
      *>                      a 2-second step taking 3 is not news
      *>                      (default 60)
      *>   MM_NIGHT_CUTOFF    HHMM the night must be over by
      *>                      (default 0600)
      *>   MM_RUNHIST_KEEP    days of history kept (default 400)
      *>
      *> Written to <history>.TREND-yyyymmdd and the console.  The
      *> flagged steps and the projection also go to
      *> <history>.FLAGS for Q_MORNING's supervisor summary:
      *>   H|report date|latest night date
      *>   F|name|latest seconds|30-day average seconds|percent over
      *>   P|projection, in words

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT RUN-HISTORY-FILE
            ASSIGN TO WS-RUNHIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNHIST-STATUS.

       *> The trimmed history, written alongside and then put in the
       *> history's place when anything was dropped:
       SELECT RUN-HISTORY-NEW
            ASSIGN TO WS-RUNHIST-NEW-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNHIST-NEW-STATUS.

       SELECT TREND-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       SELECT TREND-FLAGS-FILE
            ASSIGN TO WS-FLAGS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLAGS-STATUS.

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
       COPY MM-RUNHIST-RAW.

       FD  RUN-HISTORY-NEW.
       01  WS-RUNHIST-NEW-RECORD   PIC X(100).

       FD  TREND-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       FD  TREND-FLAGS-FILE.
       01  WS-FLAGS-RECORD         PIC X(200).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-RUNHIST-PATH       PIC X(200) VALUE 'MM-RUNHIST.DAT'.
       01 WS-RUNHIST-STATUS     PIC XX VALUE '00'.
       01 WS-RUNHIST-NEW-PATH   PIC X(210) VALUE SPACES.
       01 WS-RUNHIST-NEW-STATUS PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(220) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-FLAGS-PATH         PIC X(210) VALUE SPACES.
       01 WS-FLAGS-STATUS       PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-NUM2-ED            PIC -(9)9.
       01 WS-NUM3-ED            PIC -(9)9.

      *> Settings:
       01 WS-PCT-A              PIC X(5) VALUE SPACES.
       01 WS-PCT                PIC 9(3) VALUE 25.
       01 WS-MIN-SECS-A         PIC X(7) VALUE SPACES.
       01 WS-MIN-SECS           PIC 9(7) VALUE 60.
       01 WS-CUTOFF-A           PIC X(4) VALUE SPACES.
       01 WS-CUTOFF-MINUTES     PIC 9(5) VALUE ZERO.
       01 WS-KEEP-A             PIC X(5) VALUE SPACES.
       01 WS-KEEP-DAYS          PIC 9(5) VALUE 400.

      *> Day numbers (INTEGER-OF-DATE) for the windows:
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-TODAY-NUM          PIC 9(8) VALUE ZERO.
       01 WS-TODAY-INT          PIC 9(9) COMP VALUE ZERO.
       01 WS-KEEP-FROM-INT      PIC S9(9) COMP VALUE ZERO.
       01 WS-DATE-NUM           PIC 9(8) VALUE ZERO.
       01 WS-START-INT          PIC 9(9) COMP VALUE ZERO.
       01 WS-END-INT            PIC 9(9) COMP VALUE ZERO.
       01 WS-NIGHT-INT          PIC 9(9) COMP VALUE ZERO.
       01 WS-AGE-DAYS           PIC S9(9) COMP VALUE ZERO.

       01 WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-PRUNED-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-BAD-COUNT          PIC 9(9) COMP VALUE ZERO.
       01 WS-FLAG-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-LATEST-START       PIC X(14) VALUE LOW-VALUES.
       01 WS-LATEST-NIGHT-START PIC X(14) VALUE LOW-VALUES.
       01 WS-LATEST-DATE-NUM    PIC 9(8) VALUE ZERO.
       01 WS-LATEST-FROM        PIC X(14) VALUE SPACES.

      *> One slot per step or job name:
       01 WS-NAME-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-NAME-OMITTED       PIC 9(7) COMP VALUE ZERO.
       01 WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 200 TIMES.
               10 WS-NT-NAME         PIC X(30).
               10 WS-NT-KIND         PIC X.
               10 WS-NT-CNT7         PIC 9(5) COMP.
               10 WS-NT-SUM7         PIC 9(11) COMP.
               10 WS-NT-MIN7         PIC 9(7) COMP.
               10 WS-NT-MAX7         PIC 9(7) COMP.
               10 WS-NT-CNT30        PIC 9(5) COMP.
               10 WS-NT-SUM30        PIC 9(11) COMP.
               10 WS-NT-MIN30        PIC 9(7) COMP.
               10 WS-NT-MAX30        PIC 9(7) COMP.
               10 WS-NT-LAST-START   PIC X(14).
               10 WS-NT-LAST-SECS    PIC 9(7) COMP.
       01 WS-NAME-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-NAME-HIT           PIC 9(3) COMP VALUE ZERO.

      *> The flag test for one name:
       01 WS-BASE-AVG           PIC 9(7)V99 VALUE ZERO.
       01 WS-OVER-PCT           PIC 9(5) VALUE ZERO.
       01 WS-FLAG-TEXT          PIC X(30) VALUE SPACES.

      *> Least-squares fit of night finish time (minutes after the
      *> midnight the night started from) against night number
      *> (days into the 30-day window):
       01 WS-FIT-N              PIC 9(5) COMP VALUE ZERO.
       01 WS-FIT-X              PIC S9(5) COMP VALUE ZERO.
       01 WS-FIT-Y              PIC S9(7) COMP VALUE ZERO.
       01 WS-FIT-SX             PIC S9(11) COMP VALUE ZERO.
       01 WS-FIT-SY             PIC S9(11) COMP VALUE ZERO.
       01 WS-FIT-SXY            PIC S9(15) COMP VALUE ZERO.
       01 WS-FIT-SXX            PIC S9(15) COMP VALUE ZERO.
       01 WS-FIT-DENOM          PIC S9(15) COMP VALUE ZERO.
       01 WS-FIT-SLOPE          PIC S9(5)V9(4) VALUE ZERO.
       01 WS-FIT-LEVEL          PIC S9(7)V9(4) VALUE ZERO.
       01 WS-LAST-X             PIC S9(5) COMP VALUE -1.
       01 WS-LAST-Y             PIC S9(7) COMP VALUE ZERO.
       01 WS-LAST-NIGHT-NUM     PIC 9(8) VALUE ZERO.
       01 WS-LAST-NIGHT-INT     PIC 9(9) COMP VALUE ZERO.
       01 WS-DAYS-LEFT          PIC 9(7) VALUE ZERO.
       01 WS-BREACH-INT         PIC 9(9) COMP VALUE ZERO.
       01 WS-BREACH-NUM         PIC 9(8) VALUE ZERO.
       01 WS-PROJECTION         PIC X(120) VALUE SPACES.
       01 WS-SLOPE-ED           PIC -(4)9.9.
       01 WS-CLOCK-HH           PIC 99 VALUE ZERO.
       01 WS-CLOCK-MM           PIC 99 VALUE ZERO.
       01 WS-CLOCK-MINUTES      PIC S9(7) COMP VALUE ZERO.
       01 WS-CLOCK              PIC X(5) VALUE SPACES.
       01 WS-CUTOFF-CLOCK       PIC X(5) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 RD-NAME            PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 RD-CNT7            PIC ZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 RD-AVG7            PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 RD-MIN7            PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 RD-MAX7            PIC Z(6)9.
           05 FILLER             PIC X(3) VALUE ' | '.
           05 RD-CNT30           PIC ZZZ9.
           05 FILLER             PIC X VALUE SPACE.
           05 RD-AVG30           PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 RD-MIN30           PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 RD-MAX30           PIC Z(6)9.
           05 FILLER             PIC X(3) VALUE ' | '.
           05 RD-LAST            PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 RD-FLAG            PIC X(30).
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
            MOVE 'Q_RUNTRND' TO WS-AUDIT-OPERATOR
        END-IF.
        ACCEPT WS-RUNHIST-PATH FROM ENVIRONMENT "MM_RUNHIST_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-RUNHIST-PATH = SPACES
            MOVE 'MM-RUNHIST.DAT' TO WS-RUNHIST-PATH
        END-IF.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_RUNTRND' TO WS-LAYCHK-PROGRAM.
        MOVE 'RUNHIST' TO WS-LAYCHK-CODE.
        MOVE WS-RUNHIST-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-PCT-A FROM ENVIRONMENT "MM_TREND_PCT"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-PCT-A NOT = SPACES
            COMPUTE WS-PCT = FUNCTION NUMVAL(WS-PCT-A)
        END-IF.
        IF WS-PCT = ZERO
            MOVE 25 TO WS-PCT
        END-IF.
        ACCEPT WS-MIN-SECS-A FROM ENVIRONMENT "MM_TREND_MIN_SECS"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-MIN-SECS-A NOT = SPACES
            COMPUTE WS-MIN-SECS = FUNCTION NUMVAL(WS-MIN-SECS-A)
        END-IF.
        ACCEPT WS-CUTOFF-A FROM ENVIRONMENT "MM_NIGHT_CUTOFF"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-CUTOFF-A NOT NUMERIC
            OR WS-CUTOFF-A (1:2) > '23' OR WS-CUTOFF-A (3:2) > '59'
            MOVE '0600' TO WS-CUTOFF-A
        END-IF.
        ACCEPT WS-KEEP-A FROM ENVIRONMENT "MM_RUNHIST_KEEP"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-KEEP-A NOT = SPACES
            COMPUTE WS-KEEP-DAYS = FUNCTION NUMVAL(WS-KEEP-A)
        END-IF.
        IF WS-KEEP-DAYS < 30
            MOVE 400 TO WS-KEEP-DAYS
        END-IF.

      *> The cut-off is on the morning after the night started:
        COMPUTE WS-CUTOFF-MINUTES = 1440
            + FUNCTION NUMVAL(WS-CUTOFF-A (1:2)) * 60
            + FUNCTION NUMVAL(WS-CUTOFF-A (3:2)).
        STRING WS-CUTOFF-A (1:2) ':' WS-CUTOFF-A (3:2)
            DELIMITED BY SIZE INTO WS-CUTOFF-CLOCK.

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        MOVE WS-TODAY TO WS-TODAY-NUM.
        COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
        COMPUTE WS-KEEP-FROM-INT = WS-TODAY-INT - WS-KEEP-DAYS.
        STRING FUNCTION TRIM(WS-RUNHIST-PATH) ".NEW"
            DELIMITED BY SIZE INTO WS-RUNHIST-NEW-PATH.
        STRING FUNCTION TRIM(WS-RUNHIST-PATH) ".TREND-" WS-TODAY
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
        STRING FUNCTION TRIM(WS-RUNHIST-PATH) ".FLAGS"
            DELIMITED BY SIZE INTO WS-FLAGS-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Batch Run-Time Trend"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN INPUT RUN-HISTORY-FILE.
        IF WS-RUNHIST-STATUS NOT = '00'
            DISPLAY "No run-time history at "
                    FUNCTION TRIM(WS-RUNHIST-PATH)
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "trend report not run, no run-time history at "
                FUNCTION TRIM(WS-RUNHIST-PATH)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'RUNTRND' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT RUN-HISTORY-NEW.

        PERFORM UNTIL WS-EOF = 'Y'
            READ RUN-HISTORY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-TAKE-ONE-RUN
            END-READ
        END-PERFORM.
        CLOSE RUN-HISTORY-FILE.
        CLOSE RUN-HISTORY-NEW.

      *> Only when something aged out does the trimmed copy replace
      *> the history - otherwise it is thrown away, and the window
      *> in which a late append could be lost stays shut:
        IF WS-PRUNED-COUNT > ZERO
            CALL "CBL_DELETE_FILE" USING WS-RUNHIST-PATH
                RETURNING WS-CALL-STATUS
            END-CALL
            CALL "CBL_RENAME_FILE" USING WS-RUNHIST-NEW-PATH
                WS-RUNHIST-PATH
                RETURNING WS-CALL-STATUS
            END-CALL
        ELSE
            CALL "CBL_DELETE_FILE" USING WS-RUNHIST-NEW-PATH
                RETURNING WS-CALL-STATUS
            END-CALL
        END-IF.

      *> The latest night: the last whole-night start on file, or
      *> failing that the day before the last run of anything:
        IF WS-LATEST-NIGHT-START NOT = LOW-VALUES
            MOVE WS-LATEST-NIGHT-START TO WS-LATEST-FROM
        ELSE
            IF WS-LATEST-START NOT = LOW-VALUES
                MOVE WS-LATEST-START (1:8) TO WS-DATE-NUM
                COMPUTE WS-LATEST-DATE-NUM = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1)
                MOVE SPACES TO WS-LATEST-FROM
                STRING WS-LATEST-DATE-NUM '000000'
                    DELIMITED BY SIZE INTO WS-LATEST-FROM
            ELSE
                MOVE HIGH-VALUES TO WS-LATEST-FROM
            END-IF
        END-IF.

        OPEN OUTPUT TREND-REPORT-FILE.
        IF WS-REPORT-STATUS NOT = '00'
            DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                    ", status " WS-REPORT-STATUS
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT TREND-FLAGS-FILE.
        MOVE SPACES TO WS-FLAGS-RECORD.
        STRING "H|" WS-TODAY "|" WS-LATEST-FROM (1:8)
            DELIMITED BY SIZE INTO WS-FLAGS-RECORD.
        WRITE WS-FLAGS-RECORD.

        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Batch run-time trend - " WS-TODAY
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE ALL '=' TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-PCT TO WS-NUM-ED.
        MOVE WS-MIN-SECS TO WS-NUM2-ED.
        STRING "Elapsed seconds.  Flagged: latest run more than "
            FUNCTION TRIM(WS-NUM-ED) "% and "
            FUNCTION TRIM(WS-NUM2-ED)
            "s over the 30-day average of the runs before it."
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        PERFORM 3900-EMIT-LINE.
        STRING "                               ---- last 7 days "
            "-----------   ---- last 30 days ----------   latest"
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        STRING "Step / job                     Runs     Avg    Best"
            "   Worst | Runs     Avg    Best   Worst |    Secs"
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.

        PERFORM VARYING WS-NAME-I FROM 1 BY 1
            UNTIL WS-NAME-I > WS-NAME-USED
            PERFORM 2000-REPORT-ONE-NAME
        END-PERFORM.
        IF WS-NAME-USED = ZERO
            MOVE "  No runs on file." TO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.

        PERFORM 3000-PROJECT-THE-CUTOFF.
        MOVE SPACES TO WS-FLAGS-RECORD.
        STRING "P|" FUNCTION TRIM(WS-PROJECTION)
            DELIMITED BY SIZE INTO WS-FLAGS-RECORD.
        WRITE WS-FLAGS-RECORD.
        CLOSE TREND-FLAGS-FILE.

        PERFORM 3900-EMIT-LINE.
        MOVE WS-READ-COUNT TO WS-NUM-ED.
        STRING "History lines read:  " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-PRUNED-COUNT TO WS-NUM-ED.
        STRING "Aged out and dropped:" WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-FLAG-COUNT TO WS-NUM-ED.
        STRING "Steps flagged:       " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        IF WS-BAD-COUNT > ZERO
            MOVE WS-BAD-COUNT TO WS-NUM-ED
            STRING "WARNING: " FUNCTION TRIM(WS-NUM-ED)
                " history line(s) without a valid start time "
                "ignored"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.
        IF WS-NAME-OMITTED > ZERO
            MOVE WS-NAME-OMITTED TO WS-NUM-ED
            STRING "WARNING: " FUNCTION TRIM(WS-NUM-ED)
                " run(s) of names past the 200 the report can "
                "hold were not counted"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.
        CLOSE TREND-REPORT-FILE.
        MOVE 'RUNTIME-TREND' TO WS-RPTREG-NAME.
        MOVE 'Q_RUNTRND' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        MOVE WS-FLAG-COUNT TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "run-time trend, " FUNCTION TRIM(WS-NUM-ED)
            " step(s) flagged, to " FUNCTION TRIM(WS-REPORT-PATH)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'RUNTRND' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> One history line: kept or aged out, then counted into its
      *> name's 7- and 30-day figures and, for a whole night, into
      *> the finish-time fit:
       1000-TAKE-ONE-RUN.
            ADD 1 TO WS-READ-COUNT.
            IF RH-START (1:8) NOT NUMERIC OR RH-END (1:8) NOT NUMERIC
                OR RH-ELAPSED NOT NUMERIC
                ADD 1 TO WS-BAD-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE RH-START (1:8) TO WS-DATE-NUM.
            COMPUTE WS-START-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            IF WS-START-INT < WS-KEEP-FROM-INT
                ADD 1 TO WS-PRUNED-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE RH-DATA-RAW TO WS-RUNHIST-NEW-RECORD.
            WRITE WS-RUNHIST-NEW-RECORD.
            IF RH-START > WS-LATEST-START
                MOVE RH-START TO WS-LATEST-START
            END-IF.
            IF RH-KIND = 'N' AND RH-START > WS-LATEST-NIGHT-START
                MOVE RH-START TO WS-LATEST-NIGHT-START
            END-IF.
            COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-START-INT.

            PERFORM 1100-FIND-THE-NAME.
            IF WS-NAME-HIT = ZERO
                ADD 1 TO WS-NAME-OMITTED
            ELSE
                MOVE RH-KIND TO WS-NT-KIND (WS-NAME-HIT)
                IF WS-AGE-DAYS < 30
                    ADD 1 TO WS-NT-CNT30 (WS-NAME-HIT)
                    ADD RH-ELAPSED TO WS-NT-SUM30 (WS-NAME-HIT)
                    IF RH-ELAPSED < WS-NT-MIN30 (WS-NAME-HIT)
                        MOVE RH-ELAPSED TO WS-NT-MIN30 (WS-NAME-HIT)
                    END-IF
                    IF RH-ELAPSED > WS-NT-MAX30 (WS-NAME-HIT)
                        MOVE RH-ELAPSED TO WS-NT-MAX30 (WS-NAME-HIT)
                    END-IF
                END-IF
                IF WS-AGE-DAYS < 7
                    ADD 1 TO WS-NT-CNT7 (WS-NAME-HIT)
                    ADD RH-ELAPSED TO WS-NT-SUM7 (WS-NAME-HIT)
                    IF RH-ELAPSED < WS-NT-MIN7 (WS-NAME-HIT)
                        MOVE RH-ELAPSED TO WS-NT-MIN7 (WS-NAME-HIT)
                    END-IF
                    IF RH-ELAPSED > WS-NT-MAX7 (WS-NAME-HIT)
                        MOVE RH-ELAPSED TO WS-NT-MAX7 (WS-NAME-HIT)
                    END-IF
                END-IF
                IF RH-START >= WS-NT-LAST-START (WS-NAME-HIT)
                    MOVE RH-START TO WS-NT-LAST-START (WS-NAME-HIT)
                    MOVE RH-ELAPSED TO WS-NT-LAST-SECS (WS-NAME-HIT)
                END-IF
            END-IF.

            IF RH-KIND = 'N' AND WS-AGE-DAYS < 30
                PERFORM 1200-FIT-ONE-NIGHT
            END-IF.

       1100-FIND-THE-NAME.
            MOVE ZERO TO WS-NAME-HIT.
            PERFORM VARYING WS-NAME-I FROM 1 BY 1
                UNTIL WS-NAME-I > WS-NAME-USED OR WS-NAME-HIT > ZERO
                IF WS-NT-NAME (WS-NAME-I) = RH-NAME
                    MOVE WS-NAME-I TO WS-NAME-HIT
                END-IF
            END-PERFORM.
            IF WS-NAME-HIT = ZERO AND WS-NAME-USED < 200
                ADD 1 TO WS-NAME-USED
                MOVE WS-NAME-USED TO WS-NAME-HIT
                MOVE RH-NAME TO WS-NT-NAME (WS-NAME-HIT)
                MOVE ZERO TO WS-NT-CNT7 (WS-NAME-HIT)
                             WS-NT-SUM7 (WS-NAME-HIT)
                             WS-NT-MAX7 (WS-NAME-HIT)
                             WS-NT-CNT30 (WS-NAME-HIT)
                             WS-NT-SUM30 (WS-NAME-HIT)
                             WS-NT-MAX30 (WS-NAME-HIT)
                             WS-NT-LAST-SECS (WS-NAME-HIT)
                MOVE 9999999 TO WS-NT-MIN7 (WS-NAME-HIT)
                                WS-NT-MIN30 (WS-NAME-HIT)
                MOVE LOW-VALUES TO WS-NT-LAST-START (WS-NAME-HIT)
            END-IF.

      *> A night that started in the afternoon or evening is dated by
      *> its start day; one started after midnight belongs to the
      *> day before.  Its finish is then minutes after that day's
      *> midnight, so 06:00 next morning is 1800 whatever the date:
       1200-FIT-ONE-NIGHT.
            IF RH-START (9:2) >= '12'
                MOVE WS-START-INT TO WS-NIGHT-INT
            ELSE
                COMPUTE WS-NIGHT-INT = WS-START-INT - 1
            END-IF.
            MOVE RH-END (1:8) TO WS-DATE-NUM.
            COMPUTE WS-END-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            COMPUTE WS-FIT-Y = (WS-END-INT - WS-NIGHT-INT) * 1440
                + FUNCTION NUMVAL(RH-END (9:2)) * 60
                + FUNCTION NUMVAL(RH-END (11:2)).
            COMPUTE WS-FIT-X = WS-NIGHT-INT - (WS-TODAY-INT - 30).
            ADD 1 TO WS-FIT-N.
            ADD WS-FIT-X TO WS-FIT-SX.
            ADD WS-FIT-Y TO WS-FIT-SY.
            COMPUTE WS-FIT-SXY = WS-FIT-SXY + WS-FIT-X * WS-FIT-Y.
            COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X.
            IF WS-FIT-X >= WS-LAST-X
                MOVE WS-FIT-X TO WS-LAST-X
                MOVE WS-FIT-Y TO WS-LAST-Y
                MOVE WS-NIGHT-INT TO WS-LAST-NIGHT-INT
            END-IF.

      *> The flag compares the latest run with the average of the
      *> 30-day runs before it, so one slow night does not raise
      *> the bar it is measured against.  Only names that ran in
      *> the latest night can be flagged:
       2000-REPORT-ONE-NAME.
            MOVE SPACES TO WS-FLAG-TEXT.
            IF WS-NT-LAST-START (WS-NAME-I) >= WS-LATEST-FROM
                AND WS-NT-CNT30 (WS-NAME-I) > 1
                COMPUTE WS-BASE-AVG ROUNDED =
                    (WS-NT-SUM30 (WS-NAME-I)
                     - WS-NT-LAST-SECS (WS-NAME-I))
                    / (WS-NT-CNT30 (WS-NAME-I) - 1)
                IF WS-NT-LAST-SECS (WS-NAME-I) * 100
                        > WS-BASE-AVG * (100 + WS-PCT)
                    AND WS-NT-LAST-SECS (WS-NAME-I) - WS-BASE-AVG
                        >= WS-MIN-SECS
                    PERFORM 2100-FLAG-THE-NAME
                END-IF
            END-IF.
            MOVE WS-NT-NAME (WS-NAME-I) TO RD-NAME.
            MOVE WS-NT-CNT7 (WS-NAME-I) TO RD-CNT7.
            MOVE WS-NT-CNT30 (WS-NAME-I) TO RD-CNT30.
            IF WS-NT-CNT7 (WS-NAME-I) > ZERO
                COMPUTE RD-AVG7 ROUNDED = WS-NT-SUM7 (WS-NAME-I)
                    / WS-NT-CNT7 (WS-NAME-I)
                MOVE WS-NT-MIN7 (WS-NAME-I) TO RD-MIN7
                MOVE WS-NT-MAX7 (WS-NAME-I) TO RD-MAX7
            ELSE
                MOVE ZERO TO RD-AVG7 RD-MIN7 RD-MAX7
            END-IF.
            IF WS-NT-CNT30 (WS-NAME-I) > ZERO
                COMPUTE RD-AVG30 ROUNDED = WS-NT-SUM30 (WS-NAME-I)
                    / WS-NT-CNT30 (WS-NAME-I)
                MOVE WS-NT-MIN30 (WS-NAME-I) TO RD-MIN30
                MOVE WS-NT-MAX30 (WS-NAME-I) TO RD-MAX30
            ELSE
                MOVE ZERO TO RD-AVG30 RD-MIN30 RD-MAX30
            END-IF.
            MOVE WS-NT-LAST-SECS (WS-NAME-I) TO RD-LAST.
            MOVE WS-FLAG-TEXT TO RD-FLAG.
            MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

       2100-FLAG-THE-NAME.
            ADD 1 TO WS-FLAG-COUNT.
            IF WS-BASE-AVG > ZERO
                COMPUTE WS-OVER-PCT ROUNDED =
                    (WS-NT-LAST-SECS (WS-NAME-I) - WS-BASE-AVG) * 100
                    / WS-BASE-AVG
                    ON SIZE ERROR MOVE 99999 TO WS-OVER-PCT
                END-COMPUTE
            ELSE
                MOVE 99999 TO WS-OVER-PCT
            END-IF.
            MOVE WS-OVER-PCT TO WS-NUM-ED.
            STRING "** +" FUNCTION TRIM(WS-NUM-ED) "% on 30-day avg"
                DELIMITED BY SIZE INTO WS-FLAG-TEXT.
            MOVE WS-NT-LAST-SECS (WS-NAME-I) TO WS-NUM2-ED.
            COMPUTE WS-NUM3-ED ROUNDED = WS-BASE-AVG.
            MOVE SPACES TO WS-FLAGS-RECORD.
            STRING "F|" FUNCTION TRIM(WS-NT-NAME (WS-NAME-I)) "|"
                FUNCTION TRIM(WS-NUM2-ED) "|"
                FUNCTION TRIM(WS-NUM3-ED) "|"
                FUNCTION TRIM(WS-NUM-ED)
                DELIMITED BY SIZE INTO WS-FLAGS-RECORD.
            WRITE WS-FLAGS-RECORD.

      *> Straight line y = level + slope * (x - latest x) through the
      *> nights of the last 30 days; the night it crosses the
      *> cut-off is the projection:
       3000-PROJECT-THE-CUTOFF.
            PERFORM 3900-EMIT-LINE.
            MOVE WS-FIT-N TO WS-NUM-ED.
            STRING "Whole-night finish trend (last 30 days, "
                FUNCTION TRIM(WS-NUM-ED) " night(s)), cut-off "
                WS-CUTOFF-CLOCK ":"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE SPACES TO WS-PROJECTION.
            IF WS-FIT-N = ZERO
                MOVE "no whole-night runs recorded in the last 30 "
                    & "days - no projection"
                    TO WS-PROJECTION
                PERFORM 3100-EMIT-PROJECTION
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-LAST-NIGHT-NUM =
                FUNCTION DATE-OF-INTEGER(WS-LAST-NIGHT-INT).
            MOVE WS-LAST-Y TO WS-CLOCK-MINUTES.
            PERFORM 3200-FORMAT-THE-CLOCK.
            STRING "  latest night " WS-LAST-NIGHT-NUM
                " finished at " WS-CLOCK
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            IF WS-LAST-Y < 1440
                STRING WS-REPORT-LINE DELIMITED BY "  "
                    " the same evening"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF.
            PERFORM 3900-EMIT-LINE.
            IF WS-LAST-Y > WS-CUTOFF-MINUTES
                MOVE SPACES TO WS-PROJECTION
                STRING "the latest night (" WS-LAST-NIGHT-NUM
                    ") already ran past the " WS-CUTOFF-CLOCK
                    " cut-off"
                    DELIMITED BY SIZE INTO WS-PROJECTION
                PERFORM 3100-EMIT-PROJECTION
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FIT-DENOM =
                WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX.
            IF WS-FIT-N < 2 OR WS-FIT-DENOM = ZERO
                MOVE "fewer than two nights to compare - no "
                    & "projection yet"
                    TO WS-PROJECTION
                PERFORM 3100-EMIT-PROJECTION
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-FIT-SLOPE ROUNDED =
                (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                / WS-FIT-DENOM.
            COMPUTE WS-FIT-LEVEL ROUNDED =
                WS-FIT-SY / WS-FIT-N
                + WS-FIT-SLOPE * (WS-LAST-X - WS-FIT-SX / WS-FIT-N).
            MOVE WS-FIT-SLOPE TO WS-SLOPE-ED.
            IF WS-FIT-SLOPE NOT > ZERO
                MOVE SPACES TO WS-PROJECTION
                STRING "finish times are not growing ("
                    FUNCTION TRIM(WS-SLOPE-ED)
                    " min a night) - no breach of the "
                    WS-CUTOFF-CLOCK " cut-off projected"
                    DELIMITED BY SIZE INTO WS-PROJECTION
                PERFORM 3100-EMIT-PROJECTION
                EXIT PARAGRAPH
            END-IF.
            IF WS-FIT-LEVEL >= WS-CUTOFF-MINUTES
                MOVE ZERO TO WS-DAYS-LEFT
            ELSE
                COMPUTE WS-DAYS-LEFT =
                    (WS-CUTOFF-MINUTES - WS-FIT-LEVEL) / WS-FIT-SLOPE
                    + 0.9999
                    ON SIZE ERROR MOVE 9999999 TO WS-DAYS-LEFT
                END-COMPUTE
            END-IF.
            IF WS-DAYS-LEFT > 36500
                MOVE SPACES TO WS-PROJECTION
                STRING "growing " FUNCTION TRIM(WS-SLOPE-ED)
                    " min a night - the " WS-CUTOFF-CLOCK
                    " cut-off is more than a hundred years off"
                    DELIMITED BY SIZE INTO WS-PROJECTION
                PERFORM 3100-EMIT-PROJECTION
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-BREACH-INT = WS-LAST-NIGHT-INT + WS-DAYS-LEFT.
            COMPUTE WS-BREACH-NUM =
                FUNCTION DATE-OF-INTEGER(WS-BREACH-INT).
            MOVE WS-DAYS-LEFT TO WS-NUM-ED.
            MOVE SPACES TO WS-PROJECTION.
            STRING "growing " FUNCTION TRIM(WS-SLOPE-ED)
                " min a night - passes the " WS-CUTOFF-CLOCK
                " cut-off on the night of " WS-BREACH-NUM ", "
                FUNCTION TRIM(WS-NUM-ED) " night(s) on"
                DELIMITED BY SIZE INTO WS-PROJECTION.
            PERFORM 3100-EMIT-PROJECTION.

       3100-EMIT-PROJECTION.
            STRING "  " WS-PROJECTION
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

      *> Minutes after the night's midnight as a wall clock HH:MM:
       3200-FORMAT-THE-CLOCK.
            COMPUTE WS-CLOCK-HH =
                FUNCTION MOD(WS-CLOCK-MINUTES, 1440) / 60.
            COMPUTE WS-CLOCK-MM = FUNCTION MOD(WS-CLOCK-MINUTES, 60).
            MOVE SPACES TO WS-CLOCK.
            STRING WS-CLOCK-HH ':' WS-CLOCK-MM
                DELIMITED BY SIZE INTO WS-CLOCK.

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
            MOVE 'Q_RUNTRND' TO AUDIT-PROGRAM.
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
