       01  WS-STATE-RECORD        PIC 9(9).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-RULES-PATH         PIC X(200) VALUE 'MM-ALERT.CTL'.
       01 WS-RULES-STATUS       PIC XX VALUE '00'.
       01 WS-ALERT-COUNT        PIC 9(3) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-AUDIT-PATH) ".WATCHED"
            DELIMITED BY SIZE INTO WS-STATE-PATH.

        DISPLAY "Mighty Maxims - Audit Alert Watcher"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
        MOVE WS-NOW-TS (1:8) TO WS-TS-DATE-NUM.
