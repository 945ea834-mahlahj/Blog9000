       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-CAT-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-LOOKUP-CODE        PIC X(10) VALUE SPACES.
       01 WS-CAT-COUNT          PIC 9(5) COMP VALUE ZERO.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-CAT-PATH FROM ENVIRONMENT "MM_CAT_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_CATMNT' TO WS-LAYCHK-PROGRAM.
        MOVE 'CAT' TO WS-LAYCHK-CODE.
        MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Category Master Maintenance"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN I-O CATEGORY-MASTER-FILE.
        IF WS-CAT-STATUS NOT = '00'
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-LAYCHK-PROC.
