      *> PENDING-QUEUE-FILE by P-SUBMITTED-DATE and
      *> P-SUBMITTED-BY and reports:
      *>
      *>   - the outstanding items by age band, in business days
      *>     off the shop calendar (Q_BIZDAY) - a weekend or a
      *>     public holiday does not count against the reviewers
      *>   - the oldest entries in full
      *>   - per-submitter counts
      *>   - review throughput (APPROVE and REJECT actions) from
      *>     the audit trail over the last thirty days
      *>   - a flag line whenever anything is older than the
      *>     agreed service level (MM_REVIEW_SLA_DAYS business
      *>     days, default 14)
      *>
      *> Written to <quote file>.PENDING.RPT and the console.

       01  WS-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-PENDING-PATH       PIC X(205) VALUE SPACES.
       01 WS-SLA-DAYS-A         PIC X(3) VALUE SPACES.
       01 WS-SLA-DAYS           PIC 9(3) VALUE 14.
       01 WS-SLA-BREACHES       PIC 9(5) VALUE ZERO.
       01 WS-BIZ-FUNCTION       PIC X VALUE 'C'.
       01 WS-BIZ-DATE           PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DATE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-BIZ-RESULT         PIC X VALUE SPACE.
       01 WS-BIZ-NAME           PIC X(30) VALUE SPACES.

      *> The age bands:
       01 WS-QUEUE-TOTAL        PIC 9(5) VALUE ZERO.
       01 WS-SINCE              PIC X(8) VALUE SPACES.
       01 WS-RELEASED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-REJECTED-COUNT     PIC 9(5) VALUE ZERO.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-PENDING-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PENDING.RPT"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_PENDRPT' TO WS-LAYCHK-PROGRAM.
        MOVE 'PEND' TO WS-LAYCHK-CODE.
        MOVE WS-PENDING-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.

        DISPLAY "Mighty Maxims - Pending-Queue Aging Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        MOVE WS-TODAY TO WS-TODAY-NUM.
        OPEN OUTPUT AGING-REPORT-FILE.
        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Pending-queue aging - " WS-TODAY
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 9000-EMIT-LINE.

        PERFORM 6000-REPORT-THE-THROUGHPUT.

        CLOSE AGING-REPORT-FILE.
        MOVE 'PENDING' TO WS-RPTREG-NAME.
        MOVE 'Q_PENDRPT' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.
        DISPLAY "Report written to " WS-REPORT-PATH.

        STOP RUN.
            ADD 1 TO WS-QUEUE-TOTAL.
            MOVE ZERO TO WS-AGE-DAYS.
            IF P-SUBMITTED-DATE NUMERIC
                MOVE P-SUBMITTED-DATE TO WS-BIZ-DATE
                MOVE WS-TODAY-NUM TO WS-BIZ-DATE-OUT
                MOVE 'C' TO WS-BIZ-FUNCTION
                CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                    WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT
                    WS-BIZ-NAME
                END-CALL
                IF WS-BIZ-RESULT = 'B'
                    MOVE WS-BIZ-DAYS TO WS-AGE-DAYS
                ELSE
                    MOVE P-SUBMITTED-DATE TO WS-SUB-NUM
                    COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                        - FUNCTION INTEGER-OF-DATE(WS-SUB-NUM)
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN WS-AGE-DAYS <= 7
            MOVE WS-QUEUE-TOTAL TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Outstanding: " FUNCTION TRIM(WS-NUM-ED)
                " item(s), aged in business days"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 9000-EMIT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
                MOVE SPACES TO WS-REPORT-LINE
                STRING "*** SERVICE LEVEL BREACH: "
                    WS-SLA-BREACHES " item(s) older than "
                    WS-SLA-DAYS " business day(s) ***"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 9000-EMIT-LINE
            END-IF.
                MOVE WS-OLD-AGE (WS-OLD-I) TO WS-NUM-ED
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " FUNCTION TRIM(WS-NUM-ED)
                    " business day(s)  #" WS-OLD-SEQ (WS-OLD-I)
                    " by " WS-OLD-BY (WS-OLD-I)
                    " on " WS-OLD-DATE (WS-OLD-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
       9000-EMIT-LINE.
            DISPLAY WS-REPORT-LINE.
            WRITE WS-REPORT-LINE.

       COPY MM-LAYCHK-PROC.
