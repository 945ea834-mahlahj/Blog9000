      *> applied until the hole is filled.  Run it on a timer and
      *> the standby is never more than one shipping interval
      *> behind.
      *>
      *> Once Q_SWITCH has handed the pair over, the copy's role
      *> file (<quote file>.ROLE, MM-ROLE-FD.cpy) decides: only a
      *> STANDBY copy applies, from the ship directory its role
      *> file names (ahead of MM_SHIP_DIR), so the same timer can
      *> run on both machines whichever way the journal flows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY MM-INUSE-FD.

       FD  SHIP-BATCH-FILE.
       01  WS-BATCH-RECORD         PIC X(900).

       FD  APPLY-STATE-FILE.
       01  WS-STATE-RECORD         PIC 9(6).
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
           05 WS-JI-BEFORE       PIC X(400).
           05 FILLER             PIC X.
           05 WS-JI-AFTER        PIC X(400).
           05 FILLER             PIC X.
           05 FILLER             PIC X.

       01 WS-APPLIED-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-TROUBLE-COUNT      PIC 9(9) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        MOVE 'Q_JAPPLY' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Standby Journal Applier"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM READ-SDF-ROLE.
        IF WS-ROLE-NOW = 'PRIMARY' OR WS-ROLE-NOW = 'QUIESCE'
            DISPLAY "This copy is not the standby (role "
                    FUNCTION TRIM(WS-ROLE-NOW)
                    ") - there is nothing to apply."
            CLOSE AUDIT-LOG-FILE
            MOVE 0 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-ROLE-SHIP-DIR NOT = SPACES
            MOVE WS-ROLE-SHIP-DIR TO WS-SHIP-DIR
        END-IF.

        PERFORM 1000-READ-APPLY-STATE.

                        MOVE 'N' TO WS-BATCH-OK
                    ELSE
                        ADD 1 TO WS-LINES-IN-BATCH
                        MOVE WS-BATCH-RECORD (1:839)
                            TO WS-JNL-IMAGE
                        PERFORM 4000-REPLAY-ONE-IMAGE
                    END-IF
