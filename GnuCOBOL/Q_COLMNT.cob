       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-HELD-ID            PIC 9(9) VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-COLM-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_COLMNT' TO WS-LAYCHK-PROGRAM.
        MOVE 'COLL' TO WS-LAYCHK-CODE.
        MOVE WS-COLL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'COLM' TO WS-LAYCHK-CODE.
        MOVE WS-COLM-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'Q_COLMNT' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Collection Maintenance"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
