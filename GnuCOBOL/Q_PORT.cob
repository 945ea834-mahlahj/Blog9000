       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-HEADER-TAG         PIC X(8) VALUE 'MMDUMP01'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        MOVE 'Q_PORT' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Full-Fidelity Dump and Load"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "  [D] Dump the quote file to a transport file".
        DISPLAY "  [L] Load a transport file into the quote file".
        DISPLAY "Mode? [D/L]".
                            "status " WS-DUMP-STATUS
                    MOVE 1 TO RETURN-CODE
                ELSE
                    PERFORM CHECK-SDF-ROLE
                    OPEN OUTPUT MM-COBOL-SDF-FILE
                    IF NOT SUCCESS
                        CALL "Q_ERRHAND" USING WS-ERR-PROGRAM
