       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-ENTRY-MATCHES      PIC X VALUE 'N'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.

        DISPLAY "Mighty Maxims - Audit Trail Inquiry"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "From date (YYYYMMDD, blank = any):".
        ACCEPT WS-FROM-DATE FROM CONSOLE.
        DISPLAY "To date (YYYYMMDD, blank = any):".
