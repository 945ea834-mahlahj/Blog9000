       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-LINE-NOW           PIC 9(9) COMP VALUE ZERO.
       01 WS-INTERLEAVED-COUNT  PIC 9(9) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.

        DISPLAY "Mighty Maxims - Audit Seal Verifier"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN INPUT AUDIT-LOG-FILE.
        IF WS-AUDIT-STATUS NOT = '00'
