       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-COUNT-X            PIC 9(9) VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        MOVE 'Q_BAKVFY' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Backup Generation Verifier"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM 1000-FIND-THE-GENERATION.
        IF WS-TS-ON-FILE NOT = 'Y'
