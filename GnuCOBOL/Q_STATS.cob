       01  WS-STATS-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-TOP-LIMIT          PIC 9(3) COMP VALUE 20.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_STATS' TO WS-INUSE-PROGRAM.

        DISPLAY "Mighty Maxims - Collection Statistics"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN OUTPUT STATS-REPORT-FILE.

        MOVE SPACES TO WS-STATS-RPT-LINE.
        STRING "Mighty Maxims collection statistics as of " WS-TODAY
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-STATS-RPT-LINE.
        PERFORM 9000-WRITE-REPORT-LINE.

        PERFORM 6000-REPORT-TOP-SOURCES.

        CLOSE STATS-REPORT-FILE.
        MOVE 'STATS' TO WS-RPTREG-NAME.
        MOVE 'Q_STATS' TO WS-RPTREG-PROGRAM.
        MOVE WS-STATS-RPT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        MOVE WS-RECORD-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " record(s) analyzed.".
