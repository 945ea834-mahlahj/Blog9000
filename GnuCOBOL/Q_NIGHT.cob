       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> The nightly sequence, one step per line:
       *>   step name|command|on-failure|group|after|access|days
       *> on-failure is STOP or CONTINUE.  The last four fields are
       *> optional, and a line without them runs on its own, in file
       *> order, exactly as before:
       *>   group   consecutive lines with the same group name form
       *>           one group, whose steps may run at the same time
       *>           through the threading worker pool; the next
       *>           group starts only when the whole group is over
       *>   after   up to five step names, comma-separated, that
       *>           must have finished OK (or PRIOROK) first - if
       *>           one failed or was skipped this step is skipped
       *>   access  R = the step only reads MM-COBOL.SDF; W (or
       *>           blank) = it writes it.  No two W steps are ever
       *>           run alongside each other
       *>   days    BUSINESS = run only when the night belongs to a
       *>           business day on the shop calendar (Q_BIZDAY),
       *>           otherwise SKIPPED - and so are the steps that
       *>           wait on it; blank (or ALL) = every night.  A
       *>           night started before noon belongs to the day
       *>           before
       *> Location comes from the MM_RUNCTL_PATH environment variable,
       *> default MM-NIGHTLY.CTL in the working directory (same
       *> convention as audit.log):
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RESULTS-STATUS.

       *> The job queue handed to the worker pool for each parallel
       *> wave, in the pool's own
       *> STATUS|JOB-NAME|COMMAND|CLAIMED|FINISHED|RETRIES|LOG
       *> format, and read back afterwards for each job's outcome and
       *> the log holding its output.  It sits
       *> beside the control file as <control file>.POOL:
       SELECT POOL-QUEUE-FILE
            ASSIGN TO WS-POOL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POOL-STATUS.

       *> Batch run-time history (MM-RUNHIST-RAW.cpy): an S line for
       *> each step run here and an N line for the whole night; steps
       *> run in the worker pool are recorded by the pool.  Location
       *> comes from MM_RUNHIST_PATH, default MM-RUNHIST.DAT:
       SELECT RUN-HISTORY-FILE
            ASSIGN TO WS-RUNHIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNHIST-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       FD  STEP-RESULTS-FILE.
       01  WS-RESULTS-RECORD       PIC X(300).

       FD  POOL-QUEUE-FILE.
       01  WS-POOL-RECORD          PIC X(500).

       COPY MM-RUNHIST-RAW.

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-RUNCTL-PATH        PIC X(200) VALUE 'MM-NIGHTLY.CTL'.
       01 WS-RUNCTL-STATUS      PIC XX VALUE '00'.
       01 WS-RESULTS-PATH       PIC X(210) VALUE SPACES.
       01 WS-RESULTS-STATUS     PIC XX VALUE '00'.
       01 WS-POOL-PATH          PIC X(210) VALUE SPACES.
       01 WS-POOL-STATUS        PIC XX VALUE '00'.
       01 WS-POOL-EOF           PIC X VALUE 'N'.
       01 WS-POOL-STATE         PIC X(8) VALUE SPACES.
       01 WS-POOL-FIELD         PIC X(200) VALUE SPACES.
       01 WS-POOL-LOG           PIC X(160) VALUE SPACES.
       01 WS-POOL-COMMAND       PIC X(220) VALUE SPACES.
       01 WS-POOL-SAVE-QUEUE    PIC X(210) VALUE SPACES.
       01 WS-POOL-SAVE-MODE     PIC X(20) VALUE SPACES.
       01 WS-POOL-SAVE-RETRIES  PIC X(20) VALUE SPACES.
       01 WS-BIN-DIR            PIC X(200) VALUE '.'.
       01 WS-RUNHIST-PATH       PIC X(200) VALUE 'MM-RUNHIST.DAT'.
       01 WS-RUNHIST-STATUS     PIC XX VALUE '00'.
       01 WS-NIGHT-START-TS     PIC X(21) VALUE SPACES.
       01 WS-RUN-START-TS       PIC X(21) VALUE SPACES.
       01 WS-RUN-END-TS         PIC X(21) VALUE SPACES.
       01 WS-RUN-DATE-NUM       PIC 9(8) VALUE ZERO.
       01 WS-RUN-KIND           PIC X VALUE SPACE.
       01 WS-RUN-START-SECS     PIC 9(11) VALUE ZERO.
       01 WS-RUN-END-SECS       PIC 9(11) VALUE ZERO.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-STEP-NAME          PIC X(30) VALUE SPACES.
       01 WS-STEP-COMMAND       PIC X(200) VALUE SPACES.
       01 WS-PRIOR-I            PIC 9(2) COMP VALUE ZERO.
       01 WS-PRIOR-HIT          PIC X VALUE 'N'.

      *> The whole control file, held so that groups and after-step
      *> dependencies can be worked out.  WS-ST-STATE is W waiting,
      *> Q in the current wave, O finished OK, P resumed past
      *> (PRIOROK), F failed or S skipped:
       01 WS-STEP-USED          PIC 9(2) COMP VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 50 TIMES.
               10 WS-ST-NAME        PIC X(30).
               10 WS-ST-COMMAND     PIC X(200).
               10 WS-ST-ONFAIL      PIC X(10).
               10 WS-ST-GROUP       PIC X(20).
               10 WS-ST-AFTER       PIC X(160).
               10 WS-ST-ACCESS      PIC X.
               10 WS-ST-DAYS        PIC X(10).
               10 WS-ST-STATE       PIC X.
       01 WS-ST-I               PIC 9(2) COMP VALUE ZERO.
       01 WS-ST-J               PIC 9(2) COMP VALUE ZERO.

      *> MM_NIGHT_WIDTH caps how many steps of a group run at once
      *> (default 4, at most the pool's 20 slots; 1 = one at a time):
       01 WS-WIDTH-A            PIC X(2) VALUE SPACES.
       01 WS-WIDTH              PIC 9(2) VALUE 4.
       01 WS-GROUP-START        PIC 9(2) COMP VALUE ZERO.
       01 WS-GROUP-END          PIC 9(2) COMP VALUE ZERO.
       01 WS-GROUP-CLOSED       PIC X VALUE 'N'.
       01 WS-GROUP-WAITING      PIC 9(2) COMP VALUE ZERO.
       01 WS-PASS-RESOLVED      PIC 9(2) COMP VALUE ZERO.
       01 WS-WAVE-USED          PIC 9(2) COMP VALUE ZERO.
       01 WS-WAVE-TABLE.
           05 WS-WAVE-STEP OCCURS 20 TIMES PIC 9(2) COMP.
       01 WS-WAVE-I             PIC 9(2) COMP VALUE ZERO.
       01 WS-WRITER-TAKEN       PIC X VALUE 'N'.
       01 WS-SKIP-REASON        PIC X(40) VALUE SPACES.

      *> The business date the night belongs to, and whether the shop
      *> calendar has it as a business day:
       01 WS-NIGHT-DATE-INT     PIC 9(9) COMP VALUE ZERO.
       01 WS-NIGHT-BUSINESS     PIC X VALUE 'Y'.
       01 WS-BIZ-FUNCTION       PIC X VALUE SPACE.
       01 WS-BIZ-DATE           PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DATE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-BIZ-RESULT         PIC X VALUE SPACE.
       01 WS-BIZ-NAME           PIC X(30) VALUE SPACES.

      *> After-step check: Y all finished OK, N one still to run,
      *> X one failed or was skipped, U one not in the control file
      *> (or the step names itself):
       01 WS-DEP-RESULT         PIC X VALUE 'Y'.
       01 WS-DEP-TABLE.
           05 WS-DEP-NAME OCCURS 5 TIMES PIC X(30).
       01 WS-DEP-I              PIC 9(2) COMP VALUE ZERO.
       01 WS-DEP-KEY            PIC X(30) VALUE SPACES.
       01 WS-DEP-FOUND          PIC X VALUE 'N'.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-RUNCTL-PATH FROM ENVIRONMENT "MM_RUNCTL_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-RUNCTL-PATH = SPACES
            MOVE 'MM-NIGHTLY.CTL' TO WS-RUNCTL-PATH
        END-IF.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
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
        ACCEPT WS-RUNHIST-PATH FROM ENVIRONMENT "MM_RUNHIST_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-RUNHIST-PATH = SPACES
            MOVE 'MM-RUNHIST.DAT' TO WS-RUNHIST-PATH
        END-IF.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_NIGHT' TO WS-LAYCHK-PROGRAM.
        MOVE 'RUNHIST' TO WS-LAYCHK-CODE.
        MOVE WS-RUNHIST-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-WIDTH-A FROM ENVIRONMENT "MM_NIGHT_WIDTH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-WIDTH-A NOT = SPACES
            COMPUTE WS-WIDTH = FUNCTION NUMVAL(WS-WIDTH-A)
        END-IF.
        IF WS-WIDTH = ZERO
            MOVE 4 TO WS-WIDTH
        END-IF.
        IF WS-WIDTH > 20
            MOVE 20 TO WS-WIDTH
        END-IF.
        MOVE FUNCTION UPPER-CASE(WS-RESTART-MODE)
            TO WS-RESTART-MODE.
        STRING FUNCTION TRIM(WS-RUNCTL-PATH) ".RESULTS"
            DELIMITED BY SIZE INTO WS-RESULTS-PATH.
        STRING FUNCTION TRIM(WS-RUNCTL-PATH) ".POOL"
            DELIMITED BY SIZE INTO WS-POOL-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Nightly Batch Driver"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        MOVE FUNCTION CURRENT-DATE TO WS-NIGHT-START-TS.
        PERFORM 0700-CHECK-BUSINESS-NIGHT.

        OPEN INPUT RUN-CONTROL-FILE.
        IF WS-RUNCTL-STATUS NOT = '00'
            END-IF
        END-IF.

        PERFORM UNTIL WS-EOF = 'Y'
            READ RUN-CONTROL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-LOAD-ONE-STEP
            END-READ
        END-PERFORM.

        CLOSE RUN-CONTROL-FILE.

        OPEN OUTPUT STEP-RESULTS-FILE.

        MOVE 1 TO WS-GROUP-START.
        PERFORM UNTIL WS-GROUP-START > WS-STEP-USED
            PERFORM 2000-RUN-ONE-GROUP
        END-PERFORM.

        CLOSE STEP-RESULTS-FILE.

        MOVE WS-NIGHT-START-TS TO WS-RUN-START-TS.
        MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TS.
        MOVE 'N' TO WS-RUN-KIND.
        MOVE 'NIGHTLY RUN' TO WS-STEP-NAME.
        IF WS-FAIL-COUNT > ZERO
            MOVE 'FAIL' TO WS-OUTCOME
        ELSE
            MOVE 'OK' TO WS-OUTCOME
        END-IF.
        PERFORM 1300-RECORD-RUN-HISTORY.

        MOVE WS-STEP-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " step(s), ".
        MOVE WS-FAIL-COUNT TO WS-NUM-ED.

        STOP RUN.

       1000-LOAD-ONE-STEP.
            IF WS-RUNCTL-RECORD = SPACES
                OR WS-RUNCTL-RECORD (1:1) = '*'
      *> Blank lines and *-comments let the control file carry notes:
                CONTINUE
            ELSE
                IF WS-STEP-USED >= 50
                    DISPLAY "Run-control file holds more than 50 "
                            "steps - extra line ignored."
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-STEP-USED
                MOVE SPACES TO WS-ST-ENTRY (WS-STEP-USED)
                UNSTRING WS-RUNCTL-RECORD DELIMITED BY '|'
                    INTO WS-ST-NAME (WS-STEP-USED)
                         WS-ST-COMMAND (WS-STEP-USED)
                         WS-ST-ONFAIL (WS-STEP-USED)
                         WS-ST-GROUP (WS-STEP-USED)
                         WS-ST-AFTER (WS-STEP-USED)
                         WS-ST-ACCESS (WS-STEP-USED)
                         WS-ST-DAYS (WS-STEP-USED)
                END-UNSTRING
                MOVE FUNCTION UPPER-CASE(WS-ST-ONFAIL (WS-STEP-USED))
                    TO WS-ST-ONFAIL (WS-STEP-USED)
                MOVE FUNCTION UPPER-CASE(WS-ST-ACCESS (WS-STEP-USED))
                    TO WS-ST-ACCESS (WS-STEP-USED)
                IF WS-ST-ACCESS (WS-STEP-USED) NOT = 'R'
                    MOVE 'W' TO WS-ST-ACCESS (WS-STEP-USED)
                END-IF
                MOVE FUNCTION UPPER-CASE(WS-ST-DAYS (WS-STEP-USED))
                    TO WS-ST-DAYS (WS-STEP-USED)
                MOVE 'W' TO WS-ST-STATE (WS-STEP-USED)
                ADD 1 TO WS-STEP-COUNT
            END-IF.

      *> The previous results file, one line per step: columns
                END-PERFORM
            END-IF.

      *> A night started before noon is the tail of the previous
      *> day's batch:
       0700-CHECK-BUSINESS-NIGHT.
            MOVE WS-NIGHT-START-TS (1:8) TO WS-BIZ-DATE.
            COMPUTE WS-NIGHT-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE).
            IF WS-NIGHT-START-TS (9:2) < '12'
                SUBTRACT 1 FROM WS-NIGHT-DATE-INT
                COMPUTE WS-BIZ-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-NIGHT-DATE-INT)
            END-IF.
            MOVE 'T' TO WS-BIZ-FUNCTION.
            CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT WS-BIZ-NAME
            END-CALL.
            IF WS-BIZ-RESULT = 'W' OR WS-BIZ-RESULT = 'H'
                MOVE 'N' TO WS-NIGHT-BUSINESS
                DISPLAY "Night of " WS-BIZ-DATE
                        " is not a business day - business-day "
                        "steps will be skipped."
                IF WS-BIZ-NAME NOT = SPACES
                    DISPLAY "  (" FUNCTION TRIM(WS-BIZ-NAME) ")"
                END-IF
            END-IF.

      *> Each step runs as its own operating-system command, so a
      *> step that STOP RUNs (they all do) ends the step and not the
      *> driver, and its exit status comes back for the gate:
            DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME) ": running "
                    FUNCTION TRIM(WS-STEP-COMMAND).
            MOVE ZERO TO WS-SYS-STATUS.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS.
            CALL "SYSTEM" USING WS-STEP-COMMAND
                RETURNING WS-SYS-STATUS
            END-CALL.
            MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TS.
            PERFORM 1150-NOTE-STEP-OUTCOME.
            MOVE 'S' TO WS-RUN-KIND.
            PERFORM 1300-RECORD-RUN-HISTORY.

      *> Shared by steps run here and steps run in the worker pool,
      *> once WS-SYS-STATUS holds the step's exit status:
       1150-NOTE-STEP-OUTCOME.
            IF WS-SYS-STATUS = ZERO
                MOVE 'OK' TO WS-OUTCOME
                DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME) ": OK"
                DELIMITED BY SIZE INTO WS-RESULTS-RECORD.
            WRITE WS-RESULTS-RECORD.

      *> One history line from WS-RUN-START-TS / WS-RUN-END-TS,
      *> with WS-RUN-KIND already set.  The file is opened and closed
      *> around each line because worker-pool children append to
      *> it too:
       1300-RECORD-RUN-HISTORY.
            MOVE WS-RUN-START-TS (1:8) TO WS-RUN-DATE-NUM.
            COMPUTE WS-RUN-START-SECS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) * 86400
                + FUNCTION NUMVAL(WS-RUN-START-TS (9:2)) * 3600
                + FUNCTION NUMVAL(WS-RUN-START-TS (11:2)) * 60
                + FUNCTION NUMVAL(WS-RUN-START-TS (13:2)).
            MOVE WS-RUN-END-TS (1:8) TO WS-RUN-DATE-NUM.
            COMPUTE WS-RUN-END-SECS =
                FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) * 86400
                + FUNCTION NUMVAL(WS-RUN-END-TS (9:2)) * 3600
                + FUNCTION NUMVAL(WS-RUN-END-TS (11:2)) * 60
                + FUNCTION NUMVAL(WS-RUN-END-TS (13:2)).
            OPEN EXTEND RUN-HISTORY-FILE.
            IF WS-RUNHIST-STATUS NOT = '00'
                OPEN OUTPUT RUN-HISTORY-FILE
            END-IF.
            IF WS-RUNHIST-STATUS = '00'
                MOVE SPACES TO RH-DATA-RAW
                MOVE WS-RUN-KIND TO RH-KIND
                MOVE WS-STEP-NAME TO RH-NAME
                MOVE WS-RUN-START-TS (1:14) TO RH-START
                MOVE WS-RUN-END-TS (1:14) TO RH-END
                COMPUTE RH-ELAPSED =
                    WS-RUN-END-SECS - WS-RUN-START-SECS
                MOVE WS-OUTCOME TO RH-OUTCOME
                WRITE RH-DATA-RAW
                CLOSE RUN-HISTORY-FILE
            END-IF.

      *> One group: a single ungrouped line, or the run of
      *> consecutive lines sharing a group name.  The group is
      *> worked off in waves until none of its steps is waiting:
       2000-RUN-ONE-GROUP.
            MOVE WS-GROUP-START TO WS-GROUP-END.
            IF WS-ST-GROUP (WS-GROUP-START) NOT = SPACES
      *> The end of the table is tested on its own so the scan
      *> never looks at an entry past the last one loaded:
                MOVE 'N' TO WS-GROUP-CLOSED
                PERFORM UNTIL WS-GROUP-END >= WS-STEP-USED
                    OR WS-GROUP-CLOSED = 'Y'
                    IF WS-ST-GROUP (WS-GROUP-END + 1)
                        NOT = WS-ST-GROUP (WS-GROUP-START)
                        MOVE 'Y' TO WS-GROUP-CLOSED
                    ELSE
                        ADD 1 TO WS-GROUP-END
                    END-IF
                END-PERFORM
            END-IF.
            MOVE 1 TO WS-GROUP-WAITING.
            PERFORM UNTIL WS-GROUP-WAITING = ZERO
                PERFORM 2100-PICK-WAVE
                EVALUATE TRUE
                    WHEN WS-WAVE-USED = 1
                        PERFORM 2200-RUN-SINGLE-STEP
                    WHEN WS-WAVE-USED > 1
                        PERFORM 2300-RUN-POOLED-WAVE
                    WHEN WS-PASS-RESOLVED = ZERO
                        AND WS-GROUP-WAITING > ZERO
      *> Nothing could start and nothing was settled: whatever is
      *> left waits on a step that can never run in this group:
                        MOVE 'after-step never ran before it'
                            TO WS-SKIP-REASON
                        PERFORM VARYING WS-ST-I FROM WS-GROUP-START
                            BY 1 UNTIL WS-ST-I > WS-GROUP-END
                            IF WS-ST-STATE (WS-ST-I) = 'W'
                                PERFORM 2400-SKIP-STEP
                            END-IF
                        END-PERFORM
                        MOVE ZERO TO WS-GROUP-WAITING
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.
            COMPUTE WS-GROUP-START = WS-GROUP-END + 1.

      *> Settles every waiting step that will not run (chain broken,
      *> resumed past, dependency failed) and picks the ready ones
      *> into the next wave: any number of read-only steps, at most
      *> one step that writes the quote file, no more than the
      *> width allows, in control-file order:
       2100-PICK-WAVE.
            MOVE ZERO TO WS-WAVE-USED WS-PASS-RESOLVED
                         WS-GROUP-WAITING.
            MOVE 'N' TO WS-WRITER-TAKEN.
            PERFORM VARYING WS-ST-I FROM WS-GROUP-START BY 1
                UNTIL WS-ST-I > WS-GROUP-END
                IF WS-ST-STATE (WS-ST-I) = 'W'
                    PERFORM 2110-CONSIDER-STEP
                END-IF
            END-PERFORM.

       2110-CONSIDER-STEP.
            MOVE WS-ST-NAME (WS-ST-I) TO WS-STEP-NAME.
            IF WS-CHAIN-BROKEN = 'Y'
                MOVE 'earlier step failed' TO WS-SKIP-REASON
                PERFORM 2400-SKIP-STEP
                EXIT PARAGRAPH
            END-IF.
            PERFORM 0600-CHECK-PRIOR-OK.
            IF WS-PRIOR-HIT = 'Y'
                PERFORM 2150-LOAD-STEP-FIELDS
                MOVE 'PRIOROK' TO WS-OUTCOME
                MOVE ZERO TO WS-SYS-STATUS
                DISPLAY "Step "
                        FUNCTION TRIM(WS-STEP-NAME)
                        ": already complete - resumed "
                        "past it"
                PERFORM 1200-RECORD-STEP-RESULT
                MOVE 'P' TO WS-ST-STATE (WS-ST-I)
                ADD 1 TO WS-PASS-RESOLVED
                EXIT PARAGRAPH
            END-IF.
            IF WS-ST-DAYS (WS-ST-I) (1:1) = 'B'
                AND WS-NIGHT-BUSINESS = 'N'
                MOVE 'not a business day' TO WS-SKIP-REASON
                PERFORM 2400-SKIP-STEP
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2120-CHECK-AFTER-STEPS.
            EVALUATE WS-DEP-RESULT
                WHEN 'X'
                    MOVE 'after-step did not finish OK'
                        TO WS-SKIP-REASON
                    PERFORM 2400-SKIP-STEP
                WHEN 'U'
                    MOVE 'after-step not in the control file'
                        TO WS-SKIP-REASON
                    PERFORM 2400-SKIP-STEP
                WHEN 'N'
                    ADD 1 TO WS-GROUP-WAITING
                WHEN OTHER
                    IF WS-WAVE-USED >= WS-WIDTH
                        OR (WS-ST-ACCESS (WS-ST-I) = 'W'
                            AND WS-WRITER-TAKEN = 'Y')
                        ADD 1 TO WS-GROUP-WAITING
                    ELSE
                        ADD 1 TO WS-WAVE-USED
                        MOVE WS-ST-I TO WS-WAVE-STEP (WS-WAVE-USED)
                        MOVE 'Q' TO WS-ST-STATE (WS-ST-I)
                        IF WS-ST-ACCESS (WS-ST-I) = 'W'
                            MOVE 'Y' TO WS-WRITER-TAKEN
                        END-IF
                    END-IF
            END-EVALUATE.

       2120-CHECK-AFTER-STEPS.
            MOVE 'Y' TO WS-DEP-RESULT.
            MOVE SPACES TO WS-DEP-TABLE.
            UNSTRING WS-ST-AFTER (WS-ST-I) DELIMITED BY ','
                INTO WS-DEP-NAME (1) WS-DEP-NAME (2) WS-DEP-NAME (3)
                     WS-DEP-NAME (4) WS-DEP-NAME (5)
            END-UNSTRING.
            PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 5
                IF WS-DEP-NAME (WS-DEP-I) NOT = SPACES
                    PERFORM 2130-CHECK-ONE-AFTER-STEP
                END-IF
            END-PERFORM.

       2130-CHECK-ONE-AFTER-STEP.
            MOVE FUNCTION TRIM(WS-DEP-NAME (WS-DEP-I)) TO WS-DEP-KEY.
            MOVE 'N' TO WS-DEP-FOUND.
            PERFORM VARYING WS-ST-J FROM 1 BY 1
                UNTIL WS-ST-J > WS-STEP-USED OR WS-DEP-FOUND = 'Y'
                IF WS-ST-NAME (WS-ST-J) = WS-DEP-KEY
                    AND WS-ST-J NOT = WS-ST-I
                    MOVE 'Y' TO WS-DEP-FOUND
                    EVALUATE WS-ST-STATE (WS-ST-J)
                        WHEN 'O'
                        WHEN 'P'
                            CONTINUE
                        WHEN 'F'
                        WHEN 'S'
                            MOVE 'X' TO WS-DEP-RESULT
                        WHEN OTHER
                            IF WS-DEP-RESULT = 'Y'
                                MOVE 'N' TO WS-DEP-RESULT
                            END-IF
                    END-EVALUATE
                END-IF
            END-PERFORM.
            IF WS-DEP-FOUND = 'N' AND WS-DEP-RESULT NOT = 'X'
                MOVE 'U' TO WS-DEP-RESULT
            END-IF.

       2150-LOAD-STEP-FIELDS.
            MOVE WS-ST-NAME (WS-ST-I) TO WS-STEP-NAME.
            MOVE WS-ST-COMMAND (WS-ST-I) TO WS-STEP-COMMAND.
            MOVE WS-ST-ONFAIL (WS-ST-I) TO WS-STEP-ONFAIL.

      *> A wave of one needs no pool - it runs here just as every
      *> step did before groups existed:
       2200-RUN-SINGLE-STEP.
            MOVE WS-WAVE-STEP (1) TO WS-ST-I.
            PERFORM 2150-LOAD-STEP-FIELDS.
            PERFORM 1100-EXECUTE-STEP.
            PERFORM 2250-SETTLE-RUN-STEP.

       2250-SETTLE-RUN-STEP.
            IF WS-OUTCOME = 'OK'
                MOVE 'O' TO WS-ST-STATE (WS-ST-I)
            ELSE
                MOVE 'F' TO WS-ST-STATE (WS-ST-I)
            END-IF.
            PERFORM 1200-RECORD-STEP-RESULT.

      *> Two or more steps at once: the wave is written out as a job
      *> queue and the threading worker pool is run over it, one
      *> forked child per step, with its queue prompt pre-answered
      *> and no retries (a failed nightly step is never re-run
      *> behind the operator's back).  The pool writes each job's
      *> DONE or FAILED back into the queue, in the same order:
       2300-RUN-POOLED-WAVE.
            OPEN OUTPUT POOL-QUEUE-FILE.
            PERFORM VARYING WS-WAVE-I FROM 1 BY 1
                UNTIL WS-WAVE-I > WS-WAVE-USED
                MOVE WS-WAVE-STEP (WS-WAVE-I) TO WS-ST-I
                DISPLAY "Step " FUNCTION TRIM(WS-ST-NAME (WS-ST-I))
                        ": running in the worker pool "
                        FUNCTION TRIM(WS-ST-COMMAND (WS-ST-I))
                MOVE SPACES TO WS-POOL-RECORD
                STRING 'PENDING|'
                    FUNCTION TRIM(WS-ST-NAME (WS-ST-I)) '|'
                    FUNCTION TRIM(WS-ST-COMMAND (WS-ST-I))
                    '|||00'
                    DELIMITED BY SIZE INTO WS-POOL-RECORD
                WRITE WS-POOL-RECORD
            END-PERFORM.
            CLOSE POOL-QUEUE-FILE.

            MOVE WS-WAVE-USED TO WS-NUM-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "group " FUNCTION TRIM(WS-ST-GROUP (WS-ST-I))
                ": " FUNCTION TRIM(WS-NUM-ED)
                " step(s) handed to the worker pool"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'NIGHT' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> The pool settings are for this one command only - the
      *> operator's own values go back before any later step runs:
            MOVE SPACES TO WS-POOL-SAVE-QUEUE WS-POOL-SAVE-MODE
                           WS-POOL-SAVE-RETRIES.
            ACCEPT WS-POOL-SAVE-QUEUE
                FROM ENVIRONMENT "THREADING_QUEUE_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-POOL-SAVE-MODE FROM ENVIRONMENT "THREADING_MODE"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-POOL-SAVE-RETRIES
                FROM ENVIRONMENT "THREADING_MAX_RETRIES"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            SET ENVIRONMENT "THREADING_QUEUE_PATH" TO WS-POOL-PATH.
            SET ENVIRONMENT "THREADING_MODE" TO "R".
            SET ENVIRONMENT "THREADING_MAX_RETRIES" TO "0".
            MOVE SPACES TO WS-POOL-COMMAND.
            STRING FUNCTION TRIM(WS-BIN-DIR) "/threading"
                DELIMITED BY SIZE INTO WS-POOL-COMMAND.
            MOVE ZERO TO WS-SYS-STATUS.
            CALL "SYSTEM" USING WS-POOL-COMMAND
                RETURNING WS-SYS-STATUS
            END-CALL.
            SET ENVIRONMENT "THREADING_QUEUE_PATH"
                TO WS-POOL-SAVE-QUEUE.
            SET ENVIRONMENT "THREADING_MODE" TO WS-POOL-SAVE-MODE.
            SET ENVIRONMENT "THREADING_MAX_RETRIES"
                TO WS-POOL-SAVE-RETRIES.

      *> A job the pool never reached (it could not be started, or
      *> died part way) is still PENDING or RUNNING and counts as
      *> failed:
            MOVE 'N' TO WS-POOL-EOF.
            OPEN INPUT POOL-QUEUE-FILE.
            IF WS-POOL-STATUS NOT = '00'
                MOVE 'Y' TO WS-POOL-EOF
            END-IF.
            PERFORM VARYING WS-WAVE-I FROM 1 BY 1
                UNTIL WS-WAVE-I > WS-WAVE-USED
                MOVE SPACES TO WS-POOL-STATE WS-POOL-LOG
                IF WS-POOL-EOF = 'N'
                    READ POOL-QUEUE-FILE
                        AT END MOVE 'Y' TO WS-POOL-EOF
                        NOT AT END
                            UNSTRING WS-POOL-RECORD DELIMITED BY '|'
                                INTO WS-POOL-STATE WS-POOL-FIELD
                                     WS-POOL-FIELD WS-POOL-FIELD
                                     WS-POOL-FIELD WS-POOL-FIELD
                                     WS-POOL-LOG
                            END-UNSTRING
                    END-READ
                END-IF
                MOVE WS-WAVE-STEP (WS-WAVE-I) TO WS-ST-I
                PERFORM 2150-LOAD-STEP-FIELDS
                IF WS-POOL-STATE = 'DONE'
                    MOVE ZERO TO WS-SYS-STATUS
                ELSE
                    MOVE 1 TO WS-SYS-STATUS
                END-IF
                PERFORM 1150-NOTE-STEP-OUTCOME
                IF WS-OUTCOME NOT = 'OK' AND WS-POOL-LOG NOT = SPACES
                    DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME)
                            ": output in "
                            FUNCTION TRIM(WS-POOL-LOG)
                END-IF
                PERFORM 2250-SETTLE-RUN-STEP
            END-PERFORM.
            IF WS-POOL-STATUS = '00' OR WS-POOL-STATUS = '10'
                CLOSE POOL-QUEUE-FILE
            END-IF.

       2400-SKIP-STEP.
            PERFORM 2150-LOAD-STEP-FIELDS.
            ADD 1 TO WS-SKIP-COUNT.
            ADD 1 TO WS-PASS-RESOLVED.
            MOVE 'SKIPPED' TO WS-OUTCOME.
            MOVE ZERO TO WS-SYS-STATUS.
            MOVE 'S' TO WS-ST-STATE (WS-ST-I).
            DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME)
                    ": SKIPPED (" FUNCTION TRIM(WS-SKIP-REASON) ")".
            PERFORM 1200-RECORD-STEP-RESULT.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-LAYCHK-PROC.
