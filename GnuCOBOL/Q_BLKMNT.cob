       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-BLK-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-PARSE-ACTION       PIC X(4) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-BLK-PATH FROM ENVIRONMENT "MM_BLK_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Blocked-Word Maintenance"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
