       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SWITCH.

      *> Planned switchover and failback for the warm-standby pair
      *> Q_JSHIP and Q_JAPPLY keep current - the written-down
      *> procedure instead of someone guessing at three in the
      *> morning.  The same run serves both directions:
      *>
      *>   S  switchover - the home quote file (MM_SDF_PATH) hands
      *>      over to the standby copy (MM_STANDBY_SDF_PATH)
      *>   F  failback   - the standby copy hands back to home
      *>
      *> and either way it walks the same steps, timing each one
      *> into <home quote file>.SWITCH-RPT:
      *>
      *>   1. roles    the copy handing over must be the primary and
      *>               the one taking over the standby
      *>   2. quiesce  the outgoing primary's role file goes to
      *>               QUIESCE, so no writer can open it for update
      *>               (CHECK-SDF-ROLE, MM-INUSE-PROC.cpy), and the
      *>               run waits for the sessions already in to
      *>               close - Q_MAINT's .INUSE interlock
      *>   3. ship     Q_JSHIP ships the final batch; every journal
      *>               line must have gone
      *>   4. apply    Q_JAPPLY applies it on the incoming primary,
      *>               which must then expect the next batch number
      *>   5. verify   both copies are read end to end - record
      *>               count and Q-ID checksum must agree
      *>   6. reverse  the shipping state is set for the other way:
      *>               the incoming primary ships its journal from
      *>               its present end, numbered on from the last
      *>               batch, and the outgoing one expects that batch
      *>   7. fence    the outgoing copy becomes STANDBY (fenced -
      *>               only Q_JAPPLY writes to it), the incoming one
      *>               PRIMARY; both role files name the directory
      *>               the journal now flows through
      *>
      *> Any step failing before 7 puts the outgoing copy back to
      *> PRIMARY, so a failed switch leaves the pair as it found it.
      *> The role files (MM-ROLE-FD.cpy) are what Q_JSHIP and
      *> Q_JAPPLY read to know which way to run, so the same timers
      *> can run on both machines.  Environment:
      *>   MM_SWITCH_MODE       S or F (asked for when not set)
      *>   MM_SDF_PATH          the home quote file
      *>   MM_STANDBY_SDF_PATH  the standby copy - required
      *>   MM_SHIP_DIR          where home ships to the standby
      *>                        (default standby)
      *>   MM_RETURN_SHIP_DIR   where the standby ships back to home
      *>                        (default primary)
      *>   MM_BIN_DIR           where Q_JSHIP and Q_JAPPLY live
      *>   MM_SWITCH_FORCE      Y to clear stale .INUSE entries left
      *>                        by a crashed session, as Q_MAINT's
      *>                        MM_MAINT_FORCE does
      *>   MM_OPERATOR          the operator, asked for when not set;
      *>                        must hold the supervisor letter M

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Either copy of the quote file, read only, for the count
       *> and checksum - WS-SDF-PATH is pointed at each in turn:
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-SDF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            FILE STATUS IS FILE-STATUS-CODE.

       COPY MM-INUSE-SEL.

       *> Either copy's change journal, counted, never written:
       SELECT UPDATE-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

       *> Q_JSHIP's .JSHIP and Q_JAPPLY's .JAPPLY state files:
       SELECT SHIP-STATE-FILE
            ASSIGN TO WS-STATE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATE-STATUS.

       SELECT SWITCH-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       *> variable:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-JNL-RAW.

       FD  SHIP-STATE-FILE.
       01  WS-STATE-RECORD         PIC X(30).

       FD  SWITCH-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(100).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-STATE-PATH         PIC X(212) VALUE SPACES.
       01 WS-STATE-STATUS       PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(215) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.

      *> The pair and the two shipping directories:
       01 WS-SWITCH-MODE        PIC X VALUE SPACE.
       01 WS-HOME-PATH          PIC X(200) VALUE SPACES.
       01 WS-STANDBY-PATH       PIC X(200) VALUE SPACES.
       01 WS-FWD-DIR            PIC X(180) VALUE 'standby'.
       01 WS-RET-DIR            PIC X(180) VALUE 'primary'.
       01 WS-BIN-DIR            PIC X(200) VALUE '.'.
       01 WS-FORCE-SWITCH       PIC X VALUE 'N'.

      *> Fencing production, promoting the standby and forcing past
      *> registrations are a supervisor's job - the same 'M' letter
      *> Q_RESTORE, Q_RECOVER and Q_CLONE are gated on:
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> This run's direction - the copy handing over (FROM), the
      *> copy taking over (TO), the directory the final batch goes
      *> through (OUT) and the one the journal flows back through
      *> afterwards (BACK):
       01 WS-FROM-PATH          PIC X(200) VALUE SPACES.
       01 WS-TO-PATH            PIC X(200) VALUE SPACES.
       01 WS-OUT-DIR            PIC X(180) VALUE SPACES.
       01 WS-BACK-DIR           PIC X(180) VALUE SPACES.
       01 WS-SW-WORD            PIC X(10) VALUE SPACES.
       01 WS-SW-ACTION          PIC X(8) VALUE SPACES.

      *> Role-file writing (8100-WRITE-ROLE):
       01 WS-COPY-PATH          PIC X(200) VALUE SPACES.
       01 WS-NEW-ROLE           PIC X(8) VALUE SPACES.
       01 WS-NEW-ROLE-DIR       PIC X(180) VALUE SPACES.
       01 WS-ROLE-WRITTEN       PIC X VALUE 'N'.
       01 WS-QUIESCED           PIC X VALUE 'N'.
       01 WS-FROM-ROLE          PIC X(8) VALUE SPACES.
       01 WS-TO-ROLE            PIC X(8) VALUE SPACES.

      *> The interlock, as Q_MAINT keeps it:
       01 WS-INUSE-EOF          PIC X VALUE 'N'.
       01 WS-LIVE-OPENS         PIC 9(3) COMP VALUE ZERO.
       01 WS-IU-ACTION          PIC X(6) VALUE SPACES.
       01 WS-IU-PROGRAM         PIC X(10) VALUE SPACES.
       01 WS-IU-TOKEN           PIC X(16) VALUE SPACES.
       01 WS-OPEN-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 100 TIMES.
               10 WS-OPEN-PROGRAM    PIC X(10).
               10 WS-OPEN-TOKEN      PIC X(16).
       01 WS-OPEN-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-OPEN-FOUND         PIC X VALUE 'N'.
       01 WS-WAIT-TRIES         PIC 9(2) COMP VALUE ZERO.
       01 WS-WAIT-MAX-TRIES     PIC 9(2) COMP VALUE 5.
       01 WS-WAIT-SECS          PIC 9(4) VALUE 5.
       01 WS-WINDOW-CLEAR       PIC X VALUE 'N'.

      *> Running Q_JSHIP and Q_JAPPLY:
       01 WS-COMMAND            PIC X(250) VALUE SPACES.
       01 WS-SYS-STATUS         PIC S9(9) BINARY VALUE ZERO.
       01 WS-SYS-STATUS-ED      PIC -(9)9.

      *> Shipping state, both ends:
       01 WS-STATE-SEQ-A        PIC X(6) VALUE SPACES.
       01 WS-STATE-LINES-A      PIC X(9) VALUE SPACES.
       01 WS-NEXT-SEQ           PIC 9(6) VALUE 1.
       01 WS-SHIPPED-LINES      PIC 9(9) VALUE ZERO.
       01 WS-APPLY-SEQ          PIC 9(6) VALUE 1.
       01 WS-JNL-LINES          PIC 9(9) VALUE ZERO.

      *> Count and Q-ID checksum of each copy:
       01 WS-TOTAL-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-HASH         PIC 9(18) VALUE ZERO.
       01 WS-TOTAL-OK           PIC X VALUE 'N'.
       01 WS-FROM-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-FROM-HASH          PIC 9(18) VALUE ZERO.
       01 WS-TO-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-TO-HASH            PIC 9(18) VALUE ZERO.

      *> The timed steps:
       01 WS-START-TS           PIC X(21) VALUE SPACES.
       01 WS-END-TS             PIC X(21) VALUE SPACES.
       01 WS-STEP-NO            PIC 9 VALUE ZERO.
       01 WS-STEP-NAME          PIC X(8) VALUE SPACES.
       01 WS-STEP-START-TS      PIC X(21) VALUE SPACES.
       01 WS-STEP-END-TS        PIC X(21) VALUE SPACES.
       01 WS-STEP-RESULT        PIC X(4) VALUE SPACES.
       01 WS-STEP-DETAIL        PIC X(90) VALUE SPACES.
       01 WS-SECS-FROM-TS       PIC X(21) VALUE SPACES.
       01 WS-SECS-TO-TS         PIC X(21) VALUE SPACES.
       01 WS-SECS-DATE          PIC 9(8) VALUE ZERO.
       01 WS-SECS-HH            PIC 9(2) VALUE ZERO.
       01 WS-SECS-MM            PIC 9(2) VALUE ZERO.
       01 WS-SECS-SS            PIC 9(2) VALUE ZERO.
       01 WS-SECS-FROM          PIC 9(12) VALUE ZERO.
       01 WS-SECS-TO            PIC 9(12) VALUE ZERO.
       01 WS-ELAPSED            PIC 9(7) VALUE ZERO.
       01 WS-ELAPSED-ED         PIC Z(6)9.
       01 WS-SWITCH-FAILED      PIC X VALUE 'N'.
       01 WS-FAILED-STEP        PIC X(8) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE WS-SDF-PATH TO WS-HOME-PATH.
        ACCEPT WS-STANDBY-PATH FROM ENVIRONMENT "MM_STANDBY_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-FWD-DIR FROM ENVIRONMENT "MM_SHIP_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-RET-DIR FROM ENVIRONMENT "MM_RETURN_SHIP_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-BIN-DIR FROM ENVIRONMENT "MM_BIN_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-BIN-DIR = SPACES
            MOVE '.' TO WS-BIN-DIR
        END-IF.
        ACCEPT WS-FORCE-SWITCH FROM ENVIRONMENT "MM_SWITCH_FORCE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE FUNCTION UPPER-CASE(WS-FORCE-SWITCH) TO WS-FORCE-SWITCH.
        ACCEPT WS-SWITCH-MODE FROM ENVIRONMENT "MM_SWITCH_MODE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-HOME-PATH) ".SWITCH-RPT"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
        MOVE 'Q_SWITCH' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Standby Switchover and Failback"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "No operator ID - nothing done."
            MOVE "switchover refused, no operator ID"
                TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE 'M' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to switch the quote file over."
            MOVE "switchover refused, not cleared" TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        IF WS-STANDBY-PATH = SPACES
            DISPLAY "MM_STANDBY_SDF_PATH is not set - there is no "
                    "standby copy to switch to."
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        IF WS-STANDBY-PATH = WS-HOME-PATH
            DISPLAY "MM_STANDBY_SDF_PATH names the home quote file "
                    "itself - nothing to switch."
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE FUNCTION UPPER-CASE(WS-SWITCH-MODE) TO WS-SWITCH-MODE.
        IF WS-SWITCH-MODE NOT = 'S' AND WS-SWITCH-MODE NOT = 'F'
            DISPLAY "[S]witchover to the standby, or [F]ailback to "
                    "home?"
            ACCEPT WS-SWITCH-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-SWITCH-MODE)
                TO WS-SWITCH-MODE
        END-IF.
        EVALUATE WS-SWITCH-MODE
            WHEN 'S'
                MOVE WS-HOME-PATH TO WS-FROM-PATH
                MOVE WS-STANDBY-PATH TO WS-TO-PATH
                MOVE WS-FWD-DIR TO WS-OUT-DIR
                MOVE WS-RET-DIR TO WS-BACK-DIR
                MOVE 'SWITCHOVER' TO WS-SW-WORD
                MOVE 'SWITCH' TO WS-SW-ACTION
            WHEN 'F'
                MOVE WS-STANDBY-PATH TO WS-FROM-PATH
                MOVE WS-HOME-PATH TO WS-TO-PATH
                MOVE WS-RET-DIR TO WS-OUT-DIR
                MOVE WS-FWD-DIR TO WS-BACK-DIR
                MOVE 'FAILBACK' TO WS-SW-WORD
                MOVE 'FAILBACK' TO WS-SW-ACTION
            WHEN OTHER
                DISPLAY "Nothing done."
                CLOSE AUDIT-LOG-FILE
                STOP RUN
        END-EVALUATE.

        DISPLAY FUNCTION TRIM(WS-SW-WORD) " hands the quote file "
                "over from".
        DISPLAY "  " FUNCTION TRIM(WS-FROM-PATH).
        DISPLAY "to".
        DISPLAY "  " FUNCTION TRIM(WS-TO-PATH).
        DISPLAY "Writers on the first are stopped for the length of "
                "the run.  Proceed? [Y/N]".
        ACCEPT WS-CONFIRM FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
        IF WS-CONFIRM NOT = 'Y'
            DISPLAY FUNCTION TRIM(WS-SW-WORD) " cancelled."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        MOVE FUNCTION CURRENT-DATE TO WS-START-TS.
        OPEN OUTPUT SWITCH-REPORT-FILE.
      *> No report, no switch - nothing has been fenced yet:
        IF WS-REPORT-STATUS NOT = '00'
            DISPLAY "Unable to open the switch report "
                    FUNCTION TRIM(WS-REPORT-PATH) ", status "
                    WS-REPORT-STATUS " - nothing done."
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING FUNCTION LOWER-CASE(WS-SW-WORD)
                " not started, switch report status "
                WS-REPORT-STATUS
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE WS-SW-ACTION TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Quote file " FUNCTION TRIM(WS-SW-WORD)
            " started " WS-START-TS (1:8) "-" WS-START-TS (9:6)
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 9000-EMIT-LINE.
        MOVE SPACES TO WS-REPORT-LINE.
        STRING "  from " FUNCTION TRIM(WS-FROM-PATH)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 9000-EMIT-LINE.
        MOVE SPACES TO WS-REPORT-LINE.
        STRING "  to   " FUNCTION TRIM(WS-TO-PATH)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 9000-EMIT-LINE.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING FUNCTION LOWER-CASE(WS-SW-WORD) " begun, "
            FUNCTION TRIM(WS-FROM-PATH) " to "
            FUNCTION TRIM(WS-TO-PATH)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE WS-SW-ACTION TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.

        PERFORM 1000-CHECK-THE-ROLES.
        IF WS-SWITCH-FAILED = 'N'
            PERFORM 2000-QUIESCE-THE-PRIMARY
        END-IF.
        IF WS-SWITCH-FAILED = 'N'
            PERFORM 3000-SHIP-FINAL-BATCH
        END-IF.
        IF WS-SWITCH-FAILED = 'N'
            PERFORM 4000-APPLY-FINAL-BATCH
        END-IF.
        IF WS-SWITCH-FAILED = 'N'
            PERFORM 5000-VERIFY-THE-COPIES
        END-IF.
        IF WS-SWITCH-FAILED = 'N'
            PERFORM 6000-SET-UP-REVERSE-SHIPPING
        END-IF.
        IF WS-SWITCH-FAILED = 'N'
            PERFORM 7000-FENCE-AND-PROMOTE
        ELSE
            PERFORM 8000-BACK-OUT-QUIESCE
        END-IF.
        PERFORM 9300-DELIVER-THE-VERDICT.

        CLOSE SWITCH-REPORT-FILE.
        MOVE 'SWITCH' TO WS-RPTREG-NAME.
        MOVE 'Q_SWITCH' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        MOVE SPACES TO WS-AUDIT-MESSAGE.
        IF WS-SWITCH-FAILED = 'Y'
            STRING FUNCTION LOWER-CASE(WS-SW-WORD)
                " FAILED at " FUNCTION TRIM(WS-FAILED-STEP)
                " - see the switch report"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 1 TO RETURN-CODE
        ELSE
            STRING FUNCTION LOWER-CASE(WS-SW-WORD) " done, "
                FUNCTION TRIM(WS-TO-PATH) " is the primary"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 0 TO RETURN-CODE
        END-IF.
        MOVE WS-SW-ACTION TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> Step 1: a switchover needs home to be the primary and the
      *> standby copy the standby; a failback the other way round.
      *> No role file counts as the role the site started with -
      *> home primary, the other copy its standby:
       1000-CHECK-THE-ROLES.
            MOVE 1 TO WS-STEP-NO.
            MOVE 'ROLES' TO WS-STEP-NAME.
            PERFORM 9100-START-STEP.
            MOVE WS-FROM-PATH TO WS-COPY-PATH.
            PERFORM 1100-CHECK-COPY-LAYOUTS.
            PERFORM READ-SDF-ROLE.
            MOVE WS-ROLE-NOW TO WS-FROM-ROLE.
            MOVE WS-TO-PATH TO WS-COPY-PATH.
            PERFORM 1100-CHECK-COPY-LAYOUTS.
            PERFORM READ-SDF-ROLE.
            MOVE WS-ROLE-NOW TO WS-TO-ROLE.
            IF WS-FROM-ROLE = SPACES AND WS-SWITCH-MODE = 'S'
                MOVE 'PRIMARY' TO WS-FROM-ROLE
            END-IF.
            IF WS-TO-ROLE = SPACES AND WS-SWITCH-MODE = 'S'
                MOVE 'STANDBY' TO WS-TO-ROLE
            END-IF.
            MOVE SPACES TO WS-STEP-DETAIL.
            STRING "handing over: " FUNCTION TRIM(WS-FROM-ROLE)
                ", taking over: " FUNCTION TRIM(WS-TO-ROLE)
                DELIMITED BY SIZE INTO WS-STEP-DETAIL.
            IF WS-FROM-ROLE = 'PRIMARY' AND WS-TO-ROLE = 'STANDBY'
                MOVE 'OK' TO WS-STEP-RESULT
            ELSE
                MOVE 'FAIL' TO WS-STEP-RESULT
                STRING FUNCTION TRIM(WS-STEP-DETAIL)
                    " - not a primary/standby pair this way round"
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            END-IF.
            PERFORM 9200-END-STEP.

      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy) - here,
      *> while nothing is fenced yet, for both copies:
       1100-CHECK-COPY-LAYOUTS.
            PERFORM 8200-POINT-AT-COPY.
            MOVE 'Q_SWITCH' TO WS-LAYCHK-PROGRAM.
            MOVE 'SDF' TO WS-LAYCHK-CODE.
            MOVE WS-SDF-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE 'JNL' TO WS-LAYCHK-CODE.
            MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.

      *> Step 2: the outgoing primary is fenced against new update
      *> opens first, then the sessions already in are waited out:
       2000-QUIESCE-THE-PRIMARY.
            MOVE 2 TO WS-STEP-NO.
            MOVE 'QUIESCE' TO WS-STEP-NAME.
            PERFORM 9100-START-STEP.
            MOVE WS-FROM-PATH TO WS-COPY-PATH.
            MOVE 'QUIESCE' TO WS-NEW-ROLE.
            MOVE WS-OUT-DIR TO WS-NEW-ROLE-DIR.
            PERFORM 8100-WRITE-ROLE.
            IF WS-ROLE-WRITTEN NOT = 'Y'
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE SPACES TO WS-STEP-DETAIL
                STRING "role file " FUNCTION TRIM(WS-ROLE-PATH)
                    " could not be written, status " WS-ROLE-STATUS
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
                PERFORM 9200-END-STEP
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-QUIESCED.
            PERFORM 2100-WAIT-FOR-CLEAR-WINDOW.
            MOVE SPACES TO WS-STEP-DETAIL.
            IF WS-WINDOW-CLEAR = 'Y'
                MOVE 'OK' TO WS-STEP-RESULT
                MOVE "writers fenced, no sessions left on the file"
                    TO WS-STEP-DETAIL
            ELSE
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE WS-LIVE-OPENS TO WS-NUM-ED
                STRING FUNCTION TRIM(WS-NUM-ED)
                    " session(s) still registered on the file"
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            END-IF.
            PERFORM 9200-END-STEP.

      *> Q_MAINT's wait, against the outgoing primary's .INUSE (set
      *> up by 8200-POINT-AT-COPY in 8100-WRITE-ROLE).  A forced
      *> run (MM_SWITCH_FORCE=Y) clears a crashed session's stale
      *> entries, with its own audit entry:
       2100-WAIT-FOR-CLEAR-WINDOW.
            MOVE 'N' TO WS-WINDOW-CLEAR.
            MOVE ZERO TO WS-WAIT-TRIES.
            PERFORM UNTIL WS-WINDOW-CLEAR = 'Y'
                OR WS-WAIT-TRIES >= WS-WAIT-MAX-TRIES
                PERFORM 2160-COUNT-LIVE-REGISTRATIONS
                IF WS-LIVE-OPENS = ZERO
                    MOVE 'Y' TO WS-WINDOW-CLEAR
                ELSE
                    ADD 1 TO WS-WAIT-TRIES
                    IF WS-WAIT-TRIES < WS-WAIT-MAX-TRIES
                        DISPLAY "Quiesce: " WS-LIVE-OPENS
                                " session(s) registered on the "
                                "quote file - waiting ..."
                        CALL "C$SLEEP" USING WS-WAIT-SECS END-CALL
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-WINDOW-CLEAR NOT = 'Y'
                AND WS-FORCE-SWITCH = 'Y'
                DISPLAY "Quiesce: FORCING past " WS-LIVE-OPENS
                        " stale registration(s)."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING FUNCTION LOWER-CASE(WS-SW-WORD)
                    " FORCED past live registrations"
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'FORCE' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                OPEN OUTPUT SDF-INUSE-FILE
                CLOSE SDF-INUSE-FILE
                MOVE 'Y' TO WS-WINDOW-CLEAR
            END-IF.

       2160-COUNT-LIVE-REGISTRATIONS.
            MOVE ZERO TO WS-OPEN-USED.
            MOVE ZERO TO WS-LIVE-OPENS.
            MOVE 'N' TO WS-INUSE-EOF.
            OPEN INPUT SDF-INUSE-FILE.
            IF WS-INUSE-STATUS NOT = '00'
                MOVE 'Y' TO WS-INUSE-EOF
            END-IF.
            PERFORM UNTIL WS-INUSE-EOF = 'Y'
                READ SDF-INUSE-FILE
                    AT END MOVE 'Y' TO WS-INUSE-EOF
                    NOT AT END PERFORM 2170-PAIR-ONE-REGISTRATION
                END-READ
            END-PERFORM.
            IF WS-INUSE-STATUS = '00' OR WS-INUSE-STATUS = '10'
                CLOSE SDF-INUSE-FILE
            END-IF.
            MOVE WS-OPEN-USED TO WS-LIVE-OPENS.

       2170-PAIR-ONE-REGISTRATION.
            MOVE SPACES TO WS-IU-ACTION WS-IU-PROGRAM WS-IU-TOKEN.
            UNSTRING WS-INUSE-RECORD DELIMITED BY '|'
                INTO WS-IU-ACTION WS-IU-PROGRAM WS-IU-TOKEN
            END-UNSTRING.
            EVALUATE WS-IU-ACTION
                WHEN 'OPEN'
                    IF WS-OPEN-USED < 100
                        ADD 1 TO WS-OPEN-USED
                        MOVE WS-IU-PROGRAM
                            TO WS-OPEN-PROGRAM (WS-OPEN-USED)
                        MOVE WS-IU-TOKEN
                            TO WS-OPEN-TOKEN (WS-OPEN-USED)
                    END-IF
                WHEN 'CLOSE'
                    MOVE 'N' TO WS-OPEN-FOUND
                    PERFORM VARYING WS-OPEN-I FROM 1 BY 1
                        UNTIL WS-OPEN-I > WS-OPEN-USED
                        OR WS-OPEN-FOUND = 'Y'
                        IF WS-OPEN-PROGRAM (WS-OPEN-I)
                            = WS-IU-PROGRAM
                            AND WS-OPEN-TOKEN (WS-OPEN-I)
                            = WS-IU-TOKEN
                            MOVE 'Y' TO WS-OPEN-FOUND
                            MOVE WS-OPEN-ENTRY (WS-OPEN-USED)
                                TO WS-OPEN-ENTRY (WS-OPEN-I)
                            SUBTRACT 1 FROM WS-OPEN-USED
                        END-IF
                    END-PERFORM
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> Step 3: Q_JSHIP ships whatever the journal has past the
      *> last batch, through the directory the QUIESCE role file
      *> names; afterwards the shipped count must reach the end of
      *> the journal:
       3000-SHIP-FINAL-BATCH.
            MOVE 3 TO WS-STEP-NO.
            MOVE 'SHIP' TO WS-STEP-NAME.
            PERFORM 9100-START-STEP.
            SET ENVIRONMENT "MM_SDF_PATH" TO WS-FROM-PATH.
            SET ENVIRONMENT "MM_SHIP_DIR" TO WS-OUT-DIR.
            MOVE SPACES TO WS-COMMAND.
            STRING FUNCTION TRIM(WS-BIN-DIR) "/Q_JSHIP"
                DELIMITED BY SIZE INTO WS-COMMAND.
            PERFORM 8500-RUN-COMMAND.
            IF WS-SYS-STATUS NOT = ZERO
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE SPACES TO WS-STEP-DETAIL
                STRING "Q_JSHIP ended with status "
                    FUNCTION TRIM(WS-SYS-STATUS-ED)
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
                PERFORM 9200-END-STEP
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FROM-PATH TO WS-COPY-PATH.
            PERFORM 8200-POINT-AT-COPY.
            PERFORM 8300-READ-SHIP-STATE.
            PERFORM 8400-COUNT-JOURNAL-LINES.
            MOVE SPACES TO WS-STEP-DETAIL.
            IF WS-SHIPPED-LINES = WS-JNL-LINES
                MOVE 'OK' TO WS-STEP-RESULT
                MOVE WS-JNL-LINES TO WS-NUM-ED
                STRING "journal shipped to its end ("
                    FUNCTION TRIM(WS-NUM-ED) " line(s)), next batch "
                    WS-NEXT-SEQ
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            ELSE
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE WS-SHIPPED-LINES TO WS-NUM-ED
                STRING "only " FUNCTION TRIM(WS-NUM-ED)
                    " journal line(s) of " WS-JNL-LINES " shipped"
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            END-IF.
            PERFORM 9200-END-STEP.

      *> Step 4: the incoming primary is made the standby of this
      *> run's direction (so Q_JAPPLY reads the right directory)
      *> and Q_JAPPLY takes everything shipped; it must then be
      *> waiting for the batch after the final one:
       4000-APPLY-FINAL-BATCH.
            MOVE 4 TO WS-STEP-NO.
            MOVE 'APPLY' TO WS-STEP-NAME.
            PERFORM 9100-START-STEP.
            MOVE WS-TO-PATH TO WS-COPY-PATH.
            MOVE 'STANDBY' TO WS-NEW-ROLE.
            MOVE WS-OUT-DIR TO WS-NEW-ROLE-DIR.
            PERFORM 8100-WRITE-ROLE.
            IF WS-ROLE-WRITTEN NOT = 'Y'
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE SPACES TO WS-STEP-DETAIL
                STRING "role file " FUNCTION TRIM(WS-ROLE-PATH)
                    " could not be written, status " WS-ROLE-STATUS
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
                PERFORM 9200-END-STEP
                EXIT PARAGRAPH
            END-IF.
            SET ENVIRONMENT "MM_SDF_PATH" TO WS-TO-PATH.
            SET ENVIRONMENT "MM_SHIP_DIR" TO WS-OUT-DIR.
            MOVE SPACES TO WS-COMMAND.
            STRING FUNCTION TRIM(WS-BIN-DIR) "/Q_JAPPLY"
                DELIMITED BY SIZE INTO WS-COMMAND.
            PERFORM 8500-RUN-COMMAND.
            IF WS-SYS-STATUS NOT = ZERO
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE SPACES TO WS-STEP-DETAIL
                STRING "Q_JAPPLY ended with status "
                    FUNCTION TRIM(WS-SYS-STATUS-ED)
                    " - trouble or a gap, see its audit entry"
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
                PERFORM 9200-END-STEP
                EXIT PARAGRAPH
            END-IF.
            PERFORM 8350-READ-APPLY-STATE.
            MOVE SPACES TO WS-STEP-DETAIL.
            IF WS-APPLY-SEQ = WS-NEXT-SEQ
                MOVE 'OK' TO WS-STEP-RESULT
                STRING "every batch applied, expecting batch "
                    WS-APPLY-SEQ
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            ELSE
                MOVE 'FAIL' TO WS-STEP-RESULT
                STRING "standby expects batch " WS-APPLY-SEQ
                    ", primary ships batch " WS-NEXT-SEQ " next"
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            END-IF.
            PERFORM 9200-END-STEP.

      *> Step 5: both copies read end to end - the same control
      *> totals Q_MAINT's reindex balances, record count and the
      *> sum of the Q-IDs:
       5000-VERIFY-THE-COPIES.
            MOVE 5 TO WS-STEP-NO.
            MOVE 'VERIFY' TO WS-STEP-NAME.
            PERFORM 9100-START-STEP.
            MOVE WS-FROM-PATH TO WS-COPY-PATH.
            PERFORM 5100-TOTAL-ONE-COPY.
            MOVE WS-TOTAL-COUNT TO WS-FROM-COUNT.
            MOVE WS-TOTAL-HASH TO WS-FROM-HASH.
            IF WS-TOTAL-OK = 'Y'
                MOVE WS-TO-PATH TO WS-COPY-PATH
                PERFORM 5100-TOTAL-ONE-COPY
                MOVE WS-TOTAL-COUNT TO WS-TO-COUNT
                MOVE WS-TOTAL-HASH TO WS-TO-HASH
            END-IF.
            IF WS-TOTAL-OK NOT = 'Y'
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE SPACES TO WS-STEP-DETAIL
                STRING FUNCTION TRIM(WS-COPY-PATH)
                    " would not open, status " FILE-STATUS-CODE
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
                PERFORM 9200-END-STEP
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-STEP-DETAIL.
            IF WS-FROM-COUNT = WS-TO-COUNT
                AND WS-FROM-HASH = WS-TO-HASH
                MOVE 'OK' TO WS-STEP-RESULT
                MOVE WS-FROM-COUNT TO WS-NUM-ED
                STRING FUNCTION TRIM(WS-NUM-ED)
                    " record(s) each, Q-ID checksum " WS-FROM-HASH
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            ELSE
                MOVE 'FAIL' TO WS-STEP-RESULT
                STRING "copies differ - " WS-FROM-COUNT "/"
                    WS-FROM-HASH " vs " WS-TO-COUNT "/" WS-TO-HASH
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            END-IF.
            PERFORM 9200-END-STEP.

       5100-TOTAL-ONE-COPY.
            MOVE ZERO TO WS-TOTAL-COUNT WS-TOTAL-HASH.
            MOVE 'N' TO WS-TOTAL-OK.
            PERFORM 8200-POINT-AT-COPY.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-TOTAL-COUNT
                        ADD Q-ID TO WS-TOTAL-HASH
                END-READ
            END-PERFORM.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.
            MOVE 'Y' TO WS-TOTAL-OK.

      *> Step 6: shipping set for the other way before any role
      *> changes - the incoming primary ships from the present end
      *> of its own journal (the replayed changes were never
      *> journalled there) and numbers on from the final batch, so
      *> no batch number is ever used twice; the outgoing copy
      *> expects that number:
       6000-SET-UP-REVERSE-SHIPPING.
            MOVE 6 TO WS-STEP-NO.
            MOVE 'REVERSE' TO WS-STEP-NAME.
            PERFORM 9100-START-STEP.
            CALL "CBL_CREATE_DIR" USING WS-BACK-DIR
                RETURNING WS-CALL-STATUS
            END-CALL.
            MOVE WS-TO-PATH TO WS-COPY-PATH.
            PERFORM 8200-POINT-AT-COPY.
            PERFORM 8400-COUNT-JOURNAL-LINES.
            MOVE SPACES TO WS-STATE-PATH.
            STRING FUNCTION TRIM(WS-TO-PATH) ".JSHIP"
                DELIMITED BY SIZE INTO WS-STATE-PATH.
            OPEN OUTPUT SHIP-STATE-FILE.
            IF WS-STATE-STATUS = '00'
                MOVE SPACES TO WS-STATE-RECORD
                STRING WS-NEXT-SEQ '|' WS-JNL-LINES
                    DELIMITED BY SIZE INTO WS-STATE-RECORD
                WRITE WS-STATE-RECORD
                CLOSE SHIP-STATE-FILE
            END-IF.
            IF WS-STATE-STATUS = '00'
                MOVE SPACES TO WS-STATE-PATH
                STRING FUNCTION TRIM(WS-FROM-PATH) ".JAPPLY"
                    DELIMITED BY SIZE INTO WS-STATE-PATH
                OPEN OUTPUT SHIP-STATE-FILE
                IF WS-STATE-STATUS = '00'
                    MOVE SPACES TO WS-STATE-RECORD
                    MOVE WS-NEXT-SEQ TO WS-STATE-RECORD
                    WRITE WS-STATE-RECORD
                    CLOSE SHIP-STATE-FILE
                END-IF
            END-IF.
            MOVE SPACES TO WS-STEP-DETAIL.
            IF WS-STATE-STATUS = '00'
                MOVE 'OK' TO WS-STEP-RESULT
                STRING "ships back through "
                    FUNCTION TRIM(WS-BACK-DIR) " from batch "
                    WS-NEXT-SEQ
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            ELSE
                MOVE 'FAIL' TO WS-STEP-RESULT
                STRING FUNCTION TRIM(WS-STATE-PATH)
                    " could not be written, status " WS-STATE-STATUS
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            END-IF.
            PERFORM 9200-END-STEP.

      *> Step 7: the roles change hands - the outgoing copy fenced
      *> first, so there is never a moment with two primaries:
       7000-FENCE-AND-PROMOTE.
            MOVE 7 TO WS-STEP-NO.
            MOVE 'FENCE' TO WS-STEP-NAME.
            PERFORM 9100-START-STEP.
            MOVE WS-FROM-PATH TO WS-COPY-PATH.
            MOVE 'STANDBY' TO WS-NEW-ROLE.
            MOVE WS-BACK-DIR TO WS-NEW-ROLE-DIR.
            PERFORM 8100-WRITE-ROLE.
            IF WS-ROLE-WRITTEN NOT = 'Y'
                MOVE 'FAIL' TO WS-STEP-RESULT
                MOVE SPACES TO WS-STEP-DETAIL
                STRING "role file " FUNCTION TRIM(WS-ROLE-PATH)
                    " could not be written - still QUIESCE"
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
                PERFORM 9200-END-STEP
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TO-PATH TO WS-COPY-PATH.
            MOVE 'PRIMARY' TO WS-NEW-ROLE.
            MOVE WS-BACK-DIR TO WS-NEW-ROLE-DIR.
            PERFORM 8100-WRITE-ROLE.
            MOVE SPACES TO WS-STEP-DETAIL.
            IF WS-ROLE-WRITTEN = 'Y'
                MOVE 'OK' TO WS-STEP-RESULT
                MOVE "outgoing copy fenced STANDBY, incoming PRIMARY"
                    TO WS-STEP-DETAIL
            ELSE
                MOVE 'FAIL' TO WS-STEP-RESULT
                STRING "both copies fenced - set "
                    FUNCTION TRIM(WS-ROLE-PATH) " to PRIMARY by hand"
                    DELIMITED BY SIZE INTO WS-STEP-DETAIL
            END-IF.
            PERFORM 9200-END-STEP.

      *> A switch that stopped before the roles changed hands puts
      *> the outgoing copy back in service as the primary:
       8000-BACK-OUT-QUIESCE.
            IF WS-QUIESCED NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FROM-PATH TO WS-COPY-PATH.
            MOVE 'PRIMARY' TO WS-NEW-ROLE.
            MOVE WS-OUT-DIR TO WS-NEW-ROLE-DIR.
            PERFORM 8100-WRITE-ROLE.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-ROLE-WRITTEN = 'Y'
                STRING "backed out: " FUNCTION TRIM(WS-FROM-PATH)
                    " is the primary again"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "back-out FAILED: " FUNCTION TRIM(WS-ROLE-PATH)
                    " still says QUIESCE"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF.
            PERFORM 9000-EMIT-LINE.

      *> WS-NEW-ROLE, naming WS-NEW-ROLE-DIR, into the role file of
      *> the copy at WS-COPY-PATH:
       8100-WRITE-ROLE.
            MOVE 'N' TO WS-ROLE-WRITTEN.
            PERFORM 8200-POINT-AT-COPY.
            MOVE SPACES TO WS-ROLE-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".ROLE"
                DELIMITED BY SIZE INTO WS-ROLE-PATH.
            OPEN OUTPUT SDF-ROLE-FILE.
            IF WS-ROLE-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO WS-ROLE-RECORD.
            STRING FUNCTION TRIM(WS-NEW-ROLE) '|'
                WS-AUDIT-TIMESTAMP (1:14) '|' 'Q_SWITCH' '|'
                FUNCTION TRIM(WS-NEW-ROLE-DIR)
                DELIMITED BY SIZE INTO WS-ROLE-RECORD.
            WRITE WS-ROLE-RECORD.
            CLOSE SDF-ROLE-FILE.
            MOVE 'Y' TO WS-ROLE-WRITTEN.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING FUNCTION TRIM(WS-SDF-PATH) " role set to "
                FUNCTION TRIM(WS-NEW-ROLE)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE WS-SW-ACTION TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> Every per-copy path follows the copy at WS-COPY-PATH:
       8200-POINT-AT-COPY.
            MOVE WS-COPY-PATH TO WS-SDF-PATH.
            MOVE SPACES TO WS-INUSE-PATH WS-JOURNAL-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
                DELIMITED BY SIZE INTO WS-INUSE-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
                DELIMITED BY SIZE INTO WS-JOURNAL-PATH.

      *> Q_JSHIP's state for the copy pointed at - next batch and
      *> journal lines shipped, 1 and 0 when it has never shipped:
       8300-READ-SHIP-STATE.
            MOVE 1 TO WS-NEXT-SEQ.
            MOVE ZERO TO WS-SHIPPED-LINES.
            MOVE SPACES TO WS-STATE-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".JSHIP"
                DELIMITED BY SIZE INTO WS-STATE-PATH.
            OPEN INPUT SHIP-STATE-FILE.
            IF WS-STATE-STATUS = '00'
                READ SHIP-STATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE SPACES TO WS-STATE-SEQ-A
                                       WS-STATE-LINES-A
                        UNSTRING WS-STATE-RECORD DELIMITED BY '|'
                            INTO WS-STATE-SEQ-A WS-STATE-LINES-A
                        END-UNSTRING
                        IF WS-STATE-SEQ-A NUMERIC
                            MOVE WS-STATE-SEQ-A TO WS-NEXT-SEQ
                        END-IF
                        IF WS-STATE-LINES-A NUMERIC
                            MOVE WS-STATE-LINES-A
                                TO WS-SHIPPED-LINES
                        END-IF
                END-READ
                CLOSE SHIP-STATE-FILE
            END-IF.

      *> Q_JAPPLY's next expected batch for the copy at WS-TO-PATH:
       8350-READ-APPLY-STATE.
            MOVE 1 TO WS-APPLY-SEQ.
            MOVE SPACES TO WS-STATE-PATH.
            STRING FUNCTION TRIM(WS-TO-PATH) ".JAPPLY"
                DELIMITED BY SIZE INTO WS-STATE-PATH.
            OPEN INPUT SHIP-STATE-FILE.
            IF WS-STATE-STATUS = '00'
                READ SHIP-STATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        IF WS-STATE-RECORD (1:6) NUMERIC
                            MOVE WS-STATE-RECORD (1:6)
                                TO WS-APPLY-SEQ
                        END-IF
                END-READ
                CLOSE SHIP-STATE-FILE
            END-IF.

       8400-COUNT-JOURNAL-LINES.
            MOVE ZERO TO WS-JNL-LINES.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT UPDATE-JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ UPDATE-JOURNAL-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-JNL-LINES
                END-READ
            END-PERFORM.
            IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '10'
                CLOSE UPDATE-JOURNAL-FILE
            END-IF.

       8500-RUN-COMMAND.
            MOVE ZERO TO WS-SYS-STATUS.
            CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYS-STATUS
            END-CALL.
            MOVE WS-SYS-STATUS TO WS-SYS-STATUS-ED.

       9000-EMIT-LINE.
            DISPLAY WS-REPORT-LINE.
            WRITE WS-REPORT-LINE.

       9100-START-STEP.
            MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TS.
            MOVE SPACES TO WS-STEP-RESULT WS-STEP-DETAIL.

      *> One timed line per step, its detail under it; the first
      *> step to fail stops the run:
       9200-END-STEP.
            MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TS.
            MOVE WS-STEP-START-TS TO WS-SECS-FROM-TS.
            MOVE WS-STEP-END-TS TO WS-SECS-TO-TS.
            PERFORM 9250-ELAPSED-SECONDS.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "step " WS-STEP-NO " " WS-STEP-NAME " "
                WS-STEP-START-TS (9:2) ":" WS-STEP-START-TS (11:2)
                ":" WS-STEP-START-TS (13:2) " - "
                WS-STEP-END-TS (9:2) ":" WS-STEP-END-TS (11:2)
                ":" WS-STEP-END-TS (13:2) " " WS-ELAPSED-ED "s  "
                WS-STEP-RESULT
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 9000-EMIT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "         " WS-STEP-DETAIL
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 9000-EMIT-LINE.
            IF WS-STEP-RESULT NOT = 'OK'
                MOVE 'Y' TO WS-SWITCH-FAILED
                MOVE WS-STEP-NAME TO WS-FAILED-STEP
            END-IF.

      *> Whole seconds from WS-SECS-FROM-TS to WS-SECS-TO-TS, over
      *> midnight if need be:
       9250-ELAPSED-SECONDS.
            MOVE WS-SECS-FROM-TS (1:8) TO WS-SECS-DATE.
            MOVE WS-SECS-FROM-TS (9:2) TO WS-SECS-HH.
            MOVE WS-SECS-FROM-TS (11:2) TO WS-SECS-MM.
            MOVE WS-SECS-FROM-TS (13:2) TO WS-SECS-SS.
            COMPUTE WS-SECS-FROM =
                FUNCTION INTEGER-OF-DATE(WS-SECS-DATE) * 86400
                + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.
            MOVE WS-SECS-TO-TS (1:8) TO WS-SECS-DATE.
            MOVE WS-SECS-TO-TS (9:2) TO WS-SECS-HH.
            MOVE WS-SECS-TO-TS (11:2) TO WS-SECS-MM.
            MOVE WS-SECS-TO-TS (13:2) TO WS-SECS-SS.
            COMPUTE WS-SECS-TO =
                FUNCTION INTEGER-OF-DATE(WS-SECS-DATE) * 86400
                + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.
            IF WS-SECS-TO > WS-SECS-FROM
                COMPUTE WS-ELAPSED = WS-SECS-TO - WS-SECS-FROM
            ELSE
                MOVE ZERO TO WS-ELAPSED
            END-IF.
            MOVE WS-ELAPSED TO WS-ELAPSED-ED.

       9300-DELIVER-THE-VERDICT.
            MOVE FUNCTION CURRENT-DATE TO WS-END-TS.
            MOVE WS-START-TS TO WS-SECS-FROM-TS.
            MOVE WS-END-TS TO WS-SECS-TO-TS.
            PERFORM 9250-ELAPSED-SECONDS.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Quote file " FUNCTION TRIM(WS-SW-WORD)
                " finished " WS-END-TS (1:8) "-" WS-END-TS (9:6)
                ", " FUNCTION TRIM(WS-ELAPSED-ED) "s in all"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 9000-EMIT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-SWITCH-FAILED = 'Y'
                STRING "Verdict: FAILED at "
                    FUNCTION TRIM(WS-FAILED-STEP)
                    " - see the step above"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "Verdict: DONE - " FUNCTION TRIM(WS-TO-PATH)
                    " is the primary"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF.
            PERFORM 9000-EMIT-LINE.
            DISPLAY "Switch report written to " WS-REPORT-PATH.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                OPEN OUTPUT AUDIT-LOG-FILE
                CLOSE AUDIT-LOG-FILE
                OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       WRITE-AUDIT-ENTRY.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO AUDIT-LOG-RECORD.
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO AUDIT-TIMESTAMP.
            MOVE 'Q_SWITCH' TO AUDIT-PROGRAM.
            MOVE WS-AUDIT-OPERATOR TO AUDIT-OPERATOR.
            MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
            MOVE WS-AUDIT-QUOTE-ID TO AUDIT-QUOTE-ID.
            MOVE WS-AUDIT-MESSAGE TO AUDIT-DETAIL.
            CALL "Q_AUDSEAL" USING WS-AUDIT-SEAL-MODE
                WS-AUDIT-SEAL-PREV AUDIT-ENTRY-BODY AUDIT-SEAL
            END-CALL.
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-INUSE-PROC.
