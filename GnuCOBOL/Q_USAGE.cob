       01  WS-USAGE-RPT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-NUM-ED             PIC -(9)9.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_USAGE' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_USAGE' TO WS-LAYCHK-PROGRAM.
        MOVE 'USAGE' TO WS-LAYCHK-CODE.
        MOVE WS-USAGE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.

        DISPLAY "Mighty Maxims - Serve-Count Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN INPUT USAGE-STATS-FILE.
        IF WS-USAGE-STATUS NOT = '00'

        OPEN OUTPUT USAGE-REPORT-FILE.

        MOVE SPACES TO WS-USAGE-RPT-LINE.
        STRING "Mighty Maxims - most-served quotes"
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-USAGE-RPT-LINE.
        WRITE WS-USAGE-RPT-LINE.
        MOVE "Serves     ID         Last shown  Author"
            TO WS-USAGE-RPT-LINE.

        CLOSE USAGE-STATS-FILE.
        CLOSE USAGE-REPORT-FILE.
        MOVE 'USAGE' TO WS-RPTREG-NAME.
        MOVE 'Q_USAGE' TO WS-RPTREG-PROGRAM.
        MOVE WS-USAGE-RPT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        MOVE WS-SERVED-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " served quote(s), ".
