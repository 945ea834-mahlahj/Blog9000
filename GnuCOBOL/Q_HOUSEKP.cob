      *> tracks backups.  Everything kept and removed goes to the
      *> audit trail.
      *>
      *> Worker-pool job logs are a class of their own, JOBLOGS:
      *> the path is the pool's log directory (blank = the
      *> THREADING_JOBLOG_DIR default, joblogs), nothing is cycled,
      *> and every log the pool's JOBLOG.CAT catalog dates earlier
      *> than keep-days ago is deleted and dropped from the
      *> catalog, whatever the action says.
      *>
      *> During a freeze period on the shop calendar (Q_BIZDAY) -
      *> the year-end freeze above all - nothing is cycled and
      *> nothing is purged: every rule is held, and the hold goes
      *> to the audit trail.  Keep-days carry on counting, so the
      *> first run after the freeze catches up.
      *>
      *> The journal is special: it is the only way to roll the day
      *> forward over a backup, so a JOURNAL-class file is NOT
      *> cycled unless Q_MAINT's generation catalog shows a backup
      *> taken today or later - every change in the journal must be
      *> covered by a generation before the journal moves aside.
      *>
      *> Legal holds (Q_HOLDMNT's register) outrank keep-days: a
      *> generation or job log past its time that mentions a held
      *> Q-ID, author or source - Q_HOLDCHK decides - is kept on
      *> disk and in its catalog, and every one kept is reported
      *> and audited with the matter holding it.  Cycling the live
      *> file aside destroys nothing and carries on under a hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       *> starting value when the audit log itself is cycled - the
       *> fresh log must start a fresh chain or Q_AUDVFY would
       *> read its first entry as tampering:
       *> The worker pool's job-log catalog (YYYYMMDD|path lines,
       *> oldest first) and the pruned copy written in its place:
       SELECT JOB-LOG-CATALOG-FILE
            ASSIGN TO WS-JOBCAT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBCAT-STATUS.
       SELECT JOB-LOG-CATALOG-NEW
            ASSIGN TO WS-JOBCAT-NEW-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBCAT-NEW-STATUS.

       *> A generation (or job log) due for purging, read line by
       *> line for anything under legal hold first:
       SELECT HOLD-SCAN-FILE
            ASSIGN TO WS-GEN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCAN-STATUS.

       SELECT SEAL-STATE-FILE
            ASSIGN TO WS-SEALRESET-PATH
            ORGANIZATION IS LINE SEQUENTIAL
       FD  GENERATION-CATALOG-FILE.
       01  WS-GENCAT-RECORD        PIC X(14).

       FD  JOB-LOG-CATALOG-FILE.
       01  WS-JOBCAT-RECORD        PIC X(200).

       FD  JOB-LOG-CATALOG-NEW.
       01  WS-JOBCAT-NEW-RECORD    PIC X(200).

       FD  HOLD-SCAN-FILE.
       01  WS-SCAN-RECORD          PIC X(1000).

       FD  SEAL-STATE-FILE.
       01  WS-SEALRESET-RECORD     PIC X(8).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-RULES-PATH         PIC X(200) VALUE 'MM-RETAIN.CTL'.
       01 WS-CYC-TABLE.
           05 WS-CYC-ENTRY OCCURS 100 TIMES PIC X(8).
       01 WS-CYC-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-CYC-J              PIC 9(3) COMP VALUE ZERO.
       01 WS-GEN-PATH           PIC X(230) VALUE SPACES.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.

       01 WS-CUTOFF-INT         PIC S9(9) COMP VALUE ZERO.
       01 WS-CUTOFF-NUM         PIC 9(8) VALUE ZERO.
       01 WS-CUTOFF             PIC X(8) VALUE SPACES.
       01 WS-JOBCAT-PATH        PIC X(225) VALUE SPACES.
       01 WS-JOBCAT-STATUS      PIC XX VALUE '00'.
       01 WS-JOBCAT-NEW-PATH    PIC X(230) VALUE SPACES.
       01 WS-JOBCAT-NEW-STATUS  PIC XX VALUE '00'.
       01 WS-JOBCAT-EOF         PIC X VALUE 'N'.
       01 WS-JOBLOG-DATE        PIC X(8) VALUE SPACES.
       01 WS-JOBLOG-PATH        PIC X(200) VALUE SPACES.
       01 WS-JOBLOG-KEPT        PIC 9(7) COMP VALUE ZERO.
       01 WS-JOBLOG-GONE        PIC 9(7) COMP VALUE ZERO.
       01 WS-ALREADY-CYCLED     PIC X VALUE 'N'.
       01 WS-JOURNAL-COVERED    PIC X VALUE 'N'.
       01 WS-HELD-COUNT         PIC 9(5) COMP VALUE ZERO.

      *> Legal holds through Q_HOLDCHK - asked once whether any
      *> hold is in force at all, then line by line of each
      *> generation due for purging:
       01 WS-HOLDS-IN-FORCE     PIC X VALUE 'N'.
       01 WS-SCAN-STATUS        PIC XX VALUE '00'.
       01 WS-SCAN-EOF           PIC X VALUE 'N'.
       01 WS-HOLD-MODE          PIC X VALUE 'A'.
       01 WS-HOLD-ID            PIC 9(9) VALUE ZERO.
       01 WS-HOLD-AUTHOR        PIC X(50) VALUE SPACES.
       01 WS-HOLD-SOURCE        PIC X(50) VALUE SPACES.
       01 WS-HOLD-RESULT        PIC X VALUE 'N'.
       01 WS-HOLD-MATTER        PIC X(20) VALUE SPACES.
       01 WS-KEPT-HELD-COUNT    PIC 9(5) COMP VALUE ZERO.
       01 WS-NUM3-ED            PIC -(9)9.

      *> Today against the shop calendar's freeze periods:
       01 WS-IN-FREEZE          PIC X VALUE 'N'.
       01 WS-BIZ-FUNCTION       PIC X VALUE 'Z'.
       01 WS-BIZ-DATE           PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DATE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-BIZ-RESULT         PIC X VALUE SPACE.
       01 WS-BIZ-NAME           PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-GENCAT-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Side-File Housekeeping"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

        MOVE WS-TODAY TO WS-BIZ-DATE.
        MOVE 'Z' TO WS-BIZ-FUNCTION.
        CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
            WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT WS-BIZ-NAME
        END-CALL.
        IF WS-BIZ-RESULT = 'Y'
            MOVE 'Y' TO WS-IN-FREEZE
            DISPLAY "Freeze in force (" FUNCTION TRIM(WS-BIZ-NAME)
                    " until " WS-BIZ-DATE-OUT
                    ") - nothing will be cycled or purged."
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "housekeeping held for freeze "
                FUNCTION TRIM(WS-BIZ-NAME) " until "
                WS-BIZ-DATE-OUT
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'HOUSEK' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
        END-IF.

        MOVE 'A' TO WS-HOLD-MODE.
        CALL "Q_HOLDCHK" USING WS-HOLD-MODE WS-HOLD-ID
            WS-HOLD-AUTHOR WS-HOLD-SOURCE WS-SCAN-RECORD
            WS-HOLD-RESULT WS-HOLD-MATTER
        END-CALL.
        IF WS-HOLD-RESULT = 'Y'
            MOVE 'Y' TO WS-HOLDS-IN-FORCE
            MOVE WS-HOLD-ID TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " legal hold(s) in "
                    "force - held generations will be kept."
        END-IF.

        OPEN INPUT RETENTION-RULES-FILE.
        IF WS-RULES-STATUS NOT = '00'
            DISPLAY "No retention rules at " WS-RULES-PATH
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " file(s) cycled, ".
        MOVE WS-PURGED-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " generation(s) purged.".
        IF WS-HELD-COUNT > ZERO
            MOVE WS-HELD-COUNT TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED)
                    " rule(s) held for the freeze."
        END-IF.
        IF WS-KEPT-HELD-COUNT > ZERO
            MOVE WS-KEPT-HELD-COUNT TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED)
                    " generation(s)/log(s) kept under legal hold."
        END-IF.

        MOVE SPACES TO WS-AUDIT-MESSAGE.
        MOVE WS-PURGED-COUNT TO WS-NUM-ED.
        MOVE WS-CYCLED-COUNT TO WS-NUM2-ED.
        MOVE WS-KEPT-HELD-COUNT TO WS-NUM3-ED.
        STRING "housekeeping cycled "
            FUNCTION TRIM(WS-NUM2-ED)
            " file(s), purged " FUNCTION TRIM(WS-NUM-ED)
            " generation(s), kept " FUNCTION TRIM(WS-NUM3-ED)
            " under legal hold"
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'HOUSEK' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
                        TO WS-RULE-KEEP
                END-IF
                PERFORM 1100-RESOLVE-RULE-PATH
                EVALUATE TRUE
                    WHEN WS-RULE-PATH = SPACES
                        DISPLAY "Rule skipped - no path for class "
                                WS-RULE-CLASS
                    WHEN WS-IN-FREEZE = 'Y'
                        ADD 1 TO WS-RULE-COUNT
                        ADD 1 TO WS-HELD-COUNT
                        DISPLAY "Rule held for the freeze - "
                                FUNCTION TRIM(WS-RULE-CLASS) " "
                                FUNCTION TRIM(WS-RULE-PATH)
                    WHEN WS-RULE-CLASS = 'JOBLOGS'
                        ADD 1 TO WS-RULE-COUNT
                        PERFORM 5000-PURGE-JOB-LOGS
                    WHEN OTHER
                        ADD 1 TO WS-RULE-COUNT
                        PERFORM 2000-LOAD-CYCLE-CATALOG
                        IF WS-RULE-ACTION = 'CYCLE'
                            PERFORM 3000-CYCLE-THE-FILE
                        END-IF
                        PERFORM 4000-PURGE-OLD-GENERATIONS
                        PERFORM 2500-REWRITE-CYCLE-CATALOG
                END-EVALUATE
            END-IF.

      *> A blank path derives the file the class usually means, the
                        STRING FUNCTION TRIM(WS-RUNCTL-PATH)
                            ".RESULTS"
                            DELIMITED BY SIZE INTO WS-RULE-PATH
                    WHEN 'JOBLOGS'
                        ACCEPT WS-RULE-PATH
                            FROM ENVIRONMENT "THREADING_JOBLOG_DIR"
                            ON EXCEPTION
                                CONTINUE
                        END-ACCEPT
                        IF WS-RULE-PATH = SPACES
                            MOVE 'joblogs' TO WS-RULE-PATH
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                        "chain, status " WS-SEALRESET-STATUS
            END-IF.

      *> Generations older than keep-days go, oldest first, unless
      *> a legal hold keeps one - a held generation stays in the
      *> catalog and the walk steps past it.  The catalog table is
      *> squeezed in place and rewritten by the caller:
       4000-PURGE-OLD-GENERATIONS.
            IF WS-RULE-KEEP = ZERO
                COMPUTE WS-CUTOFF-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                MOVE WS-CUTOFF-NUM TO WS-CUTOFF
                MOVE 1 TO WS-CYC-I
                PERFORM UNTIL WS-CYC-I > WS-CYC-USED
                    OR WS-CYC-ENTRY (WS-CYC-I) >= WS-CUTOFF
                    PERFORM 4050-SETTLE-ONE-GENERATION
                END-PERFORM
            END-IF.

       4050-SETTLE-ONE-GENERATION.
            MOVE SPACES TO WS-GEN-PATH.
            STRING FUNCTION TRIM(WS-RULE-PATH) ".CYC-"
                WS-CYC-ENTRY (WS-CYC-I)
                DELIMITED BY SIZE INTO WS-GEN-PATH.
            PERFORM 4200-SCAN-FOR-HOLDS.
            IF WS-HOLD-RESULT = 'Y'
                ADD 1 TO WS-KEPT-HELD-COUNT
                DISPLAY "Kept generation " WS-CYC-ENTRY (WS-CYC-I)
                        " of " FUNCTION TRIM(WS-RULE-PATH)
                        " - legal hold, matter "
                        FUNCTION TRIM(WS-HOLD-MATTER)
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "kept " FUNCTION TRIM(WS-RULE-CLASS)
                    " generation " WS-CYC-ENTRY (WS-CYC-I)
                    " past keep-days, legal hold matter "
                    FUNCTION TRIM(WS-HOLD-MATTER)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'HOLDKEPT' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                ADD 1 TO WS-CYC-I
            ELSE
                PERFORM 4100-DELETE-GENERATION
            END-IF.

      *> Deletes the generation at WS-CYC-I (path already built)
      *> and closes the catalog up over it:
       4100-DELETE-GENERATION.
            CALL "CBL_DELETE_FILE" USING WS-GEN-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            ADD 1 TO WS-PURGED-COUNT.
            DISPLAY "Purged generation " WS-CYC-ENTRY (WS-CYC-I)
                    " of " FUNCTION TRIM(WS-RULE-PATH).
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "purged " FUNCTION TRIM(WS-RULE-CLASS)
                " generation " WS-CYC-ENTRY (WS-CYC-I)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'HOUSEK' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.
            PERFORM VARYING WS-CYC-J FROM WS-CYC-I BY 1
                UNTIL WS-CYC-J >= WS-CYC-USED
                MOVE WS-CYC-ENTRY (WS-CYC-J + 1)
                    TO WS-CYC-ENTRY (WS-CYC-J)
            END-PERFORM.
            SUBTRACT 1 FROM WS-CYC-USED.

      *> WS-HOLD-RESULT comes back 'Y' (with the matter) when any
      *> line of the file at WS-GEN-PATH is under legal hold.  No
      *> hold in force, or no file there, holds nothing:
       4200-SCAN-FOR-HOLDS.
            MOVE 'N' TO WS-HOLD-RESULT.
            MOVE SPACES TO WS-HOLD-MATTER.
            IF WS-HOLDS-IN-FORCE NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT HOLD-SCAN-FILE.
            IF WS-SCAN-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-SCAN-EOF.
            MOVE 'T' TO WS-HOLD-MODE.
            PERFORM UNTIL WS-SCAN-EOF = 'Y'
                OR WS-HOLD-RESULT = 'Y'
                READ HOLD-SCAN-FILE
                    AT END MOVE 'Y' TO WS-SCAN-EOF
                    NOT AT END
                        CALL "Q_HOLDCHK" USING WS-HOLD-MODE
                            WS-HOLD-ID WS-HOLD-AUTHOR
                            WS-HOLD-SOURCE WS-SCAN-RECORD
                            WS-HOLD-RESULT WS-HOLD-MATTER
                        END-CALL
                END-READ
            END-PERFORM.
            CLOSE HOLD-SCAN-FILE.

      *> The catalog is read oldest first; logs dated before the
      *> cutoff are deleted, the rest copied to JOBLOG.CAT.NEW,
      *> which then takes the catalog's place.  A keep-days of zero
      *> keeps everything, as for the other classes:
       5000-PURGE-JOB-LOGS.
            IF WS-RULE-KEEP = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-JOBCAT-PATH WS-JOBCAT-NEW-PATH.
            STRING FUNCTION TRIM(WS-RULE-PATH) "/JOBLOG.CAT"
                DELIMITED BY SIZE INTO WS-JOBCAT-PATH.
            STRING FUNCTION TRIM(WS-JOBCAT-PATH) ".NEW"
                DELIMITED BY SIZE INTO WS-JOBCAT-NEW-PATH.
            OPEN INPUT JOB-LOG-CATALOG-FILE.
            IF WS-JOBCAT-STATUS NOT = '00'
                DISPLAY "No job-log catalog at "
                        FUNCTION TRIM(WS-JOBCAT-PATH)
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT JOB-LOG-CATALOG-NEW.
            MOVE WS-TODAY TO WS-TODAY-NUM.
            COMPUTE WS-CUTOFF-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - WS-RULE-KEEP.
            COMPUTE WS-CUTOFF-NUM =
                FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
            MOVE WS-CUTOFF-NUM TO WS-CUTOFF.
            MOVE ZERO TO WS-JOBLOG-KEPT WS-JOBLOG-GONE.
            MOVE 'N' TO WS-JOBCAT-EOF.
            PERFORM UNTIL WS-JOBCAT-EOF = 'Y'
                READ JOB-LOG-CATALOG-FILE
                    AT END MOVE 'Y' TO WS-JOBCAT-EOF
                    NOT AT END PERFORM 5100-SETTLE-ONE-JOB-LOG
                END-READ
            END-PERFORM.
            CLOSE JOB-LOG-CATALOG-FILE.
            CLOSE JOB-LOG-CATALOG-NEW.
            CALL "CBL_DELETE_FILE" USING WS-JOBCAT-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            CALL "CBL_RENAME_FILE" USING WS-JOBCAT-NEW-PATH
                WS-JOBCAT-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            ADD WS-JOBLOG-GONE TO WS-PURGED-COUNT.
            MOVE WS-JOBLOG-GONE TO WS-NUM-ED.
            MOVE WS-JOBLOG-KEPT TO WS-NUM2-ED.
            DISPLAY "Purged " FUNCTION TRIM(WS-NUM-ED)
                    " job log(s) dated before " WS-CUTOFF ", kept "
                    FUNCTION TRIM(WS-NUM2-ED) ".".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "purged " FUNCTION TRIM(WS-NUM-ED)
                " job log(s) dated before " WS-CUTOFF " from "
                FUNCTION TRIM(WS-RULE-PATH) ", kept "
                FUNCTION TRIM(WS-NUM2-ED)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'HOUSEK' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       5100-SETTLE-ONE-JOB-LOG.
            MOVE SPACES TO WS-JOBLOG-DATE WS-JOBLOG-PATH.
            UNSTRING WS-JOBCAT-RECORD DELIMITED BY '|'
                INTO WS-JOBLOG-DATE WS-JOBLOG-PATH
            END-UNSTRING.
            MOVE 'N' TO WS-HOLD-RESULT.
            IF WS-JOBLOG-DATE < WS-CUTOFF
                AND WS-JOBLOG-PATH NOT = SPACES
                MOVE WS-JOBLOG-PATH TO WS-GEN-PATH
                PERFORM 4200-SCAN-FOR-HOLDS
                IF WS-HOLD-RESULT = 'Y'
                    ADD 1 TO WS-KEPT-HELD-COUNT
                    DISPLAY "Kept job log "
                            FUNCTION TRIM(WS-JOBLOG-PATH)
                            " - legal hold, matter "
                            FUNCTION TRIM(WS-HOLD-MATTER)
                    MOVE SPACES TO WS-AUDIT-MESSAGE
                    STRING "kept job log dated " WS-JOBLOG-DATE
                        " past keep-days, legal hold matter "
                        FUNCTION TRIM(WS-HOLD-MATTER)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'HOLDKEPT' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
                END-IF
            END-IF.
            IF WS-JOBLOG-DATE < WS-CUTOFF
                AND WS-JOBLOG-PATH NOT = SPACES
                AND WS-HOLD-RESULT NOT = 'Y'
                CALL "CBL_DELETE_FILE" USING WS-JOBLOG-PATH
                    RETURNING WS-CALL-STATUS
                END-CALL
                ADD 1 TO WS-JOBLOG-GONE
            ELSE
                MOVE WS-JOBCAT-RECORD TO WS-JOBCAT-NEW-RECORD
                WRITE WS-JOBCAT-NEW-RECORD
                ADD 1 TO WS-JOBLOG-KEPT
            END-IF.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
