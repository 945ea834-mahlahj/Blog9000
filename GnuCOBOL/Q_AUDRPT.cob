       01  WS-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-REPORT-PATH        PIC X(210) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-PRI-ED             PIC Z(6)9.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-AUDIT-PATH) ".ACTRPT"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.

        DISPLAY "Mighty Maxims - Operator Activity Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "From date (YYYYMMDD):".
        ACCEPT WS-FROM-DATE FROM CONSOLE.
        DISPLAY "To date (YYYYMMDD):".
            STRING "Operator activity " WS-FROM-DATE " through "
                WS-TO-DATE " (prior " WS-PRIOR-FROM "-"
                WS-PRIOR-TO ")"
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "Operator   Action     Count   Prior"
                PERFORM 3900-EMIT-LINE
            END-IF.
            CLOSE ACTIVITY-REPORT-FILE.
            MOVE 'AUDIT-ACTIVITY' TO WS-RPTREG-NAME.
            MOVE 'Q_AUDRPT' TO WS-RPTREG-PROGRAM.
            MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.
            DISPLAY "Report written to " WS-REPORT-PATH.

       3500-EMIT-GROUP-TOTAL.
