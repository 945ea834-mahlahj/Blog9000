       01  WS-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.


        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_REPORT' TO WS-INUSE-PROGRAM.
        DISPLAY "Mighty Maxims - Author Frequency Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN OUTPUT AUTHOR-REPORT-FILE.


        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Author frequency as of " WS-TODAY
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 9000-WRITE-REPORT-LINE.
        MOVE "------------------------------------------------"
        PERFORM 9000-WRITE-REPORT-LINE.

        CLOSE AUTHOR-REPORT-FILE.
        MOVE 'AUTHOR-LIST' TO WS-RPTREG-NAME.
        MOVE 'Q_REPORT' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.
        DISPLAY "Report written to " WS-REPORT-PATH.

        STOP RUN.
