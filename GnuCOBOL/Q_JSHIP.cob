      *> shipped - rides in <quote file>.JSHIP.  The ship directory
      *> comes from MM_SHIP_DIR (default standby), normally a
      *> network mount the standby machine reads.
      *>
      *> Once Q_SWITCH has handed the pair over, the copy's role
      *> file (<quote file>.ROLE, MM-ROLE-FD.cpy) decides: a
      *> STANDBY copy ships nothing, and a primary ships to the
      *> directory its role file names (ahead of MM_SHIP_DIR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATE-STATUS.

       COPY MM-ROLE-SEL.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       COPY MM-JNL-RAW.

       FD  SHIP-BATCH-FILE.
       01  WS-BATCH-RECORD         PIC X(900).

       FD  SHIP-STATE-FILE.
       01  WS-STATE-RECORD         PIC X(30).

       COPY MM-ROLE-FD.

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-NEW-LINES          PIC 9(9) COMP VALUE ZERO.
       01 WS-COUNT-X            PIC 9(9) VALUE ZERO.
       01 WS-BATCH-OPEN         PIC X VALUE 'N'.
       COPY MM-LAYVER.
       COPY MM-ROLE-WS.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_JSHIP' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JSHIP"
            DELIMITED BY SIZE INTO WS-STATE-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Journal Batch Shipper"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM READ-SDF-ROLE.
        IF WS-ROLE-NOW = 'STANDBY'
            DISPLAY "This copy is the standby - there is nothing "
                    "to ship."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        IF WS-ROLE-SHIP-DIR NOT = SPACES
            MOVE WS-ROLE-SHIP-DIR TO WS-SHIP-DIR
        END-IF.

        PERFORM 1000-READ-SHIP-STATE.
        PERFORM 0800-CHECK-FOR-CYCLE.
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-ROLE-PROC.
       COPY MM-LAYCHK-PROC.
