       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_MIGRATE.

      *> Q_MIGRATE - brings a suite file forward to the record layout
      *> today's programs are built for.  Every file carries a layout
      *> stamp (<file>.LAYVER, kept by Q_LAYCHK) and every program
      *> refuses a file whose stamp it does not know, so when a
      *> layout grows the file is converted here, in a quiet window,
      *> not discovered as a status 39 in the night run.
      *>
      *> A conversion is a chain of registered steps, one version to
      *> the next, each a CALLed module (WS-STEP-VALUES below) that
      *> reads the file in the old shape and writes <file>.MIGRATE in
      *> the new, handing back its counts.  For each step this
      *> program checks the counts balance, moves the live file aside
      *> as <file>.PRE-<layout>-V<from>-<timestamp> - never deleted -
      *> renames the new file into its place (putting the old one
      *> straight back if that fails), stamps the new version and
      *> writes the audit trail.  Any trouble stops the chain with
      *> the live file in its last good version.  A new layout
      *> version joins by raising its line in MM-LAYVER.cpy, adding
      *> its step line here and writing the step module; Q_MGSDF02
      *> (the quote file, 1 to 2) is the pattern.
      *>
      *> A file with no stamp is asked about: the operator says what
      *> version it is in, and a file already current is simply
      *> stamped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Shared audit trail.  Location comes from WS-AUDIT-PATH
      *> (AUDIT-LOG-PATH.cpy), overridden with AUDIT_LOG_PATH:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

      *> The quote file's in-use registrations and role file, read
      *> before its layout is converted (MM-INUSE-SEL.cpy):
       COPY MM-INUSE-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDIT-LOG.

       COPY MM-INUSE-FD.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY MM-CAT-PATH.
       COPY MM-AUTH-PATH.
       COPY MM-DICT-PATH.
       COPY MM-SRC-PATH.
       COPY MM-RPTREPO-PATH.
       COPY AUDIT-LOG-PATH.
      *> MM-INUSE-WS.cpy brings the layout versions (MM-LAYVER.cpy)
      *> and the role items with it:
       COPY MM-INUSE-WS.
       01 WS-RUNHIST-PATH       PIC X(200) VALUE SPACES.
       01 WS-SVCLOG-PATH        PIC X(200) VALUE SPACES.

      *> The registered conversion steps: layout, from version, to
      *> version, and the module that does it:
       01 WS-STEP-VALUES.
           05 FILLER             PIC X(8)  VALUE 'SDF'.
           05 FILLER             PIC 9(3)  VALUE 1.
           05 FILLER             PIC 9(3)  VALUE 2.
           05 FILLER             PIC X(10) VALUE 'Q_MGSDF02'.
       01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
           05 WS-STEP-ENTRY OCCURS 1 TIMES.
               10 WS-STEP-LAYOUT     PIC X(8).
               10 WS-STEP-FROM       PIC 9(3).
               10 WS-STEP-TO         PIC 9(3).
               10 WS-STEP-PROGRAM    PIC X(10).
       01 WS-STEP-COUNT         PIC 9(3) COMP VALUE 1.
       01 WS-STEP-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-STEP-FOUND         PIC 9(3) COMP VALUE ZERO.

      *> The file being migrated:
       01 WS-MG-CODE            PIC X(8) VALUE SPACES.
       01 WS-MG-I               PIC 9(3) COMP VALUE ZERO.
       01 WS-MG-PATH            PIC X(200) VALUE SPACES.
       01 WS-MG-PATH-IN         PIC X(200) VALUE SPACES.
       01 WS-MG-CURRENT         PIC 9(3) VALUE ZERO.
       01 WS-MG-AT              PIC 9(3) VALUE ZERO.
       01 WS-MG-VERSION-IN      PIC X(3) VALUE SPACES.
       01 WS-MG-FROM-PATH       PIC X(220) VALUE SPACES.
       01 WS-MG-TO-PATH         PIC X(220) VALUE SPACES.
       01 WS-MG-BACKUP-PATH     PIC X(220) VALUE SPACES.
       01 WS-MG-TS              PIC X(14) VALUE SPACES.
       01 WS-MG-READ-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-MG-WRITTEN-COUNT   PIC 9(9) COMP VALUE ZERO.
       01 WS-MG-RESULT          PIC X VALUE SPACE.
       01 WS-MG-STOPPED         PIC X VALUE 'N'.
       01 WS-MG-WALKED          PIC X VALUE 'N'.
       01 WS-MG-FAILED          PIC X VALUE 'N'.
       01 WS-SWAP-STATUS        PIC S9(9) BINARY.
       01 WS-CALL-STATUS        PIC S9(9) BINARY.
       01 WS-FILE-INFO          PIC X(16) VALUE SPACES.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-LINE               PIC X(100) VALUE SPACES.
       01 WS-STATE              PIC X(10) VALUE SPACES.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-VER-ED             PIC ZZ9.
       01 WS-VER2-ED            PIC ZZ9.

      *> The quote file is only converted when no session has it
      *> open - the .INUSE pairing Q_MAINT's reindex swap uses:
       01 WS-MG-SDF-SAVE        PIC X(200) VALUE SPACES.
       01 WS-MG-IN-USE          PIC X VALUE 'N'.
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

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        PERFORM 0100-LOCATE-THE-FILES.
        MOVE 'Q_MIGRATE' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Record Layout Migration"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        PERFORM 1000-LIST-THE-LAYOUTS.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "Layout to bring forward (code from the list; "
                    "blank = list, Q = quit):"
            MOVE SPACES TO WS-MG-CODE
            ACCEPT WS-MG-CODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MG-CODE) TO WS-MG-CODE
            EVALUATE WS-MG-CODE
                WHEN SPACES
                    PERFORM 1000-LIST-THE-LAYOUTS
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    PERFORM 2000-MIGRATE-A-FILE
            END-EVALUATE
        END-PERFORM.

        CLOSE AUDIT-LOG-FILE.
        IF WS-MG-FAILED = 'Y'
            MOVE 1 TO RETURN-CODE
        END-IF.
        STOP RUN.

      *> The locations every owning program uses, with the same
      *> environment overrides:
       0100-LOCATE-THE-FILES.
            ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SDF-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-COBOL.SDF'
                    TO WS-SDF-PATH
            END-IF.
            ACCEPT WS-AUTH-PATH FROM ENVIRONMENT "MM_AUTH_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-AUTH-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-AUTHORS.SDF'
                    TO WS-AUTH-PATH
            END-IF.
            ACCEPT WS-CAT-PATH FROM ENVIRONMENT "MM_CAT_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-CAT-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-CATEGORY.SDF'
                    TO WS-CAT-PATH
            END-IF.
            ACCEPT WS-DICT-PATH FROM ENVIRONMENT "MM_DICT_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-DICT-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-DICTIONARY.SDF'
                    TO WS-DICT-PATH
            END-IF.
            ACCEPT WS-SRC-PATH FROM ENVIRONMENT "MM_SRC_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SRC-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-SOURCES.SDF'
                    TO WS-SRC-PATH
            END-IF.
            ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT "MM_RPTCAT_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-RPTCAT-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-RPTCAT.DAT'
                    TO WS-RPTCAT-PATH
            END-IF.
            ACCEPT WS-RUNHIST-PATH FROM ENVIRONMENT "MM_RUNHIST_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-RUNHIST-PATH = SPACES
                MOVE 'MM-RUNHIST.DAT' TO WS-RUNHIST-PATH
            END-IF.
            ACCEPT WS-SVCLOG-PATH FROM ENVIRONMENT "MM_SVCLOG_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SVCLOG-PATH = SPACES
                MOVE 'MM-SVCLOG.DAT' TO WS-SVCLOG-PATH
            END-IF.
            ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.

      *> Every layout, where its file is and how its stamp compares
      *> with this build - read only, nothing is stamped by looking:
       1000-LIST-THE-LAYOUTS.
            DISPLAY "Layout   Stamped Current State      File".
            PERFORM VARYING WS-MG-I FROM 1 BY 1
                UNTIL WS-MG-I > WS-LAYVER-COUNT
                MOVE WS-LAYVER-CODE (WS-MG-I) TO WS-MG-CODE
                PERFORM 1100-RESOLVE-THE-PATH
                PERFORM 1200-READ-THE-STAMP
                EVALUATE WS-LAYCHK-RESULT
                    WHEN 'Y'
                        MOVE 'current' TO WS-STATE
                    WHEN 'O'
                        MOVE 'MIGRATE' TO WS-STATE
                    WHEN 'N'
                        MOVE 'NEWER' TO WS-STATE
                    WHEN 'X'
                        MOVE 'WRONG FILE' TO WS-STATE
                    WHEN OTHER
                        MOVE 'unstamped' TO WS-STATE
                END-EVALUATE
                MOVE WS-LAYCHK-STAMPED TO WS-VER-ED
                MOVE WS-LAYVER-VERSION (WS-MG-I) TO WS-VER2-ED
                MOVE SPACES TO WS-LINE
                STRING WS-MG-CODE ' ' WS-VER-ED '     ' WS-VER2-ED
                    '     ' WS-STATE ' '
                    FUNCTION TRIM(WS-LAYVER-LABEL (WS-MG-I))
                    DELIMITED BY SIZE INTO WS-LINE
                DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
                DISPLAY "           " FUNCTION TRIM(WS-MG-PATH)
            END-PERFORM.
            MOVE SPACES TO WS-MG-CODE.

       1100-RESOLVE-THE-PATH.
            MOVE SPACES TO WS-MG-PATH.
            EVALUATE WS-MG-CODE
                WHEN 'SDF'
                    MOVE WS-SDF-PATH TO WS-MG-PATH
                WHEN 'AUTH'
                    MOVE WS-AUTH-PATH TO WS-MG-PATH
                WHEN 'CAT'
                    MOVE WS-CAT-PATH TO WS-MG-PATH
                WHEN 'DICT'
                    MOVE WS-DICT-PATH TO WS-MG-PATH
                WHEN 'SRC'
                    MOVE WS-SRC-PATH TO WS-MG-PATH
                WHEN 'ROY'
                    STRING FUNCTION TRIM(WS-SRC-PATH) ".ROYRATE"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'RPTCAT'
                    MOVE WS-RPTCAT-PATH TO WS-MG-PATH
                WHEN 'RUNHIST'
                    MOVE WS-RUNHIST-PATH TO WS-MG-PATH
                WHEN 'SVCLOG'
                    MOVE WS-SVCLOG-PATH TO WS-MG-PATH
                WHEN 'ARC'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".ARCHIVE"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'ATTR'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".ATTR"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'COLL'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".COLL"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'COLM'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".COLM"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'FBH'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".FBHOLD"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'FBK'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".FEEDBACK"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'JNL'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'KWX'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".KWX"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'LIFE'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".LIFE"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'LINK'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".LINKS"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'OVF'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".OVF"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'PEND'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".PENDING"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'PLAN'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".PLAN"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'PUB'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".PUBLOG"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'RATE'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".RATINGS"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'RVSH'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".SHEETREG"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'SRCH'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".SRCHLOG"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'USAGE'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".USAGE"
                        DELIMITED BY SIZE INTO WS-MG-PATH
                WHEN 'XLT'
                    STRING FUNCTION TRIM(WS-SDF-PATH) ".XLT"
                        DELIMITED BY SIZE INTO WS-MG-PATH
            END-EVALUATE.

       1200-READ-THE-STAMP.
            MOVE 'R' TO WS-LAYCHK-MODE.
            MOVE 'Q_MIGRATE' TO WS-LAYCHK-PROGRAM.
            MOVE WS-MG-CODE TO WS-LAYCHK-CODE.
            MOVE WS-LAYVER-VERSION (WS-MG-I) TO WS-LAYCHK-VERSION.
            MOVE WS-MG-PATH TO WS-LAYCHK-PATH.
            CALL "Q_LAYCHK" USING WS-LAYCHK-MODE WS-LAYCHK-PROGRAM
                WS-LAYCHK-CODE WS-LAYCHK-VERSION WS-LAYCHK-PATH
                WS-LAYCHK-STAMPED WS-LAYCHK-RESULT
            END-CALL.

       2000-MIGRATE-A-FILE.
            MOVE ZERO TO WS-MG-I.
            MOVE 'N' TO WS-MG-STOPPED.
            PERFORM VARYING WS-LAYCHK-I FROM 1 BY 1
                UNTIL WS-LAYCHK-I > WS-LAYVER-COUNT
                IF WS-LAYVER-CODE (WS-LAYCHK-I) = WS-MG-CODE
                    MOVE WS-LAYCHK-I TO WS-MG-I
                END-IF
            END-PERFORM.
            IF WS-MG-I = ZERO
                DISPLAY "No layout " FUNCTION TRIM(WS-MG-CODE)
                        " - leave the code blank for the list."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-LAYVER-VERSION (WS-MG-I) TO WS-MG-CURRENT.
            PERFORM 1100-RESOLVE-THE-PATH.
            DISPLAY "File [" FUNCTION TRIM(WS-MG-PATH) "]:".
            MOVE SPACES TO WS-MG-PATH-IN.
            ACCEPT WS-MG-PATH-IN FROM CONSOLE.
            IF WS-MG-PATH-IN NOT = SPACES
                MOVE WS-MG-PATH-IN TO WS-MG-PATH
            END-IF.
            CALL "CBL_CHECK_FILE_EXIST" USING WS-MG-PATH WS-FILE-INFO
                RETURNING WS-CALL-STATUS
            END-CALL.
            IF WS-CALL-STATUS NOT = ZERO
                DISPLAY "No file at " FUNCTION TRIM(WS-MG-PATH)
                        " - nothing to migrate."
                EXIT PARAGRAPH
            END-IF.

            PERFORM 1200-READ-THE-STAMP.
            MOVE WS-MG-CURRENT TO WS-VER2-ED.
            EVALUATE WS-LAYCHK-RESULT
                WHEN 'Y'
                    DISPLAY "The " FUNCTION TRIM(WS-LAYVER-LABEL
                            (WS-MG-I)) " is already at version "
                            WS-VER2-ED " - nothing to do."
                    EXIT PARAGRAPH
                WHEN 'N'
                    MOVE WS-LAYCHK-STAMPED TO WS-VER-ED
                    DISPLAY "The file is stamped version " WS-VER-ED
                            ", newer than the " WS-VER2-ED
                            " this build knows - rebuild the suite "
                            "from current source instead."
                    MOVE 'Y' TO WS-MG-FAILED
                    EXIT PARAGRAPH
                WHEN 'X'
                    DISPLAY "The file at " FUNCTION TRIM(WS-MG-PATH)
                            " is stamped as some other layout - "
                            "check the path."
                    MOVE 'Y' TO WS-MG-FAILED
                    EXIT PARAGRAPH
                WHEN 'O'
                    MOVE WS-LAYCHK-STAMPED TO WS-MG-AT
                WHEN OTHER
                    PERFORM 2100-ASK-THE-VERSION
                    IF WS-MG-AT = ZERO
                        EXIT PARAGRAPH
                    END-IF
            END-EVALUATE.

            IF WS-MG-AT = WS-MG-CURRENT
                PERFORM 3300-STAMP-THE-FILE
                IF WS-MG-STOPPED = 'N'
                    DISPLAY "Stamped at version " WS-VER2-ED "."
                END-IF
                EXIT PARAGRAPH
            END-IF.

      *> Every step of the chain must be registered before any is
      *> run - half a migration is worse than none:
            MOVE WS-MG-AT TO WS-VER-ED.
            DISPLAY "The " FUNCTION TRIM(WS-LAYVER-LABEL (WS-MG-I))
                    " goes from version " WS-VER-ED " to "
                    WS-VER2-ED ":".
            MOVE WS-MG-AT TO WS-LAYCHK-STAMPED.
            MOVE 'N' TO WS-MG-WALKED.
            PERFORM UNTIL WS-MG-WALKED = 'Y'
                PERFORM 2200-FIND-THE-STEP
                IF WS-STEP-FOUND = ZERO
                    MOVE 'Y' TO WS-MG-WALKED
                ELSE
                    MOVE WS-STEP-FROM (WS-STEP-FOUND) TO WS-VER-ED
                    MOVE WS-STEP-TO (WS-STEP-FOUND) TO WS-VER2-ED
                    DISPLAY "  version " WS-VER-ED " to " WS-VER2-ED
                            " by " FUNCTION TRIM(WS-STEP-PROGRAM
                            (WS-STEP-FOUND))
                    MOVE WS-STEP-TO (WS-STEP-FOUND)
                        TO WS-LAYCHK-STAMPED
                    IF WS-LAYCHK-STAMPED >= WS-MG-CURRENT
                        MOVE 'Y' TO WS-MG-WALKED
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WS-MG-CURRENT TO WS-VER2-ED.
            IF WS-STEP-FOUND = ZERO
                MOVE WS-LAYCHK-STAMPED TO WS-VER-ED
                DISPLAY "No conversion step is registered from "
                        "version " WS-VER-ED " - nothing was changed."
                MOVE 'Y' TO WS-MG-FAILED
                EXIT PARAGRAPH
            END-IF.
            IF WS-LAYCHK-STAMPED NOT = WS-MG-CURRENT
                DISPLAY "The registered steps overshoot version "
                        WS-VER2-ED " - nothing was changed."
                MOVE 'Y' TO WS-MG-FAILED
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "No program may have the file open while this "
                    "runs.  Proceed? [Y/N]".
            MOVE SPACE TO WS-CONFIRM.
            ACCEPT WS-CONFIRM FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "Migration cancelled."
                EXIT PARAGRAPH
            END-IF.
            IF WS-MG-CODE = 'SDF'
                PERFORM 2150-CHECK-QUOTE-FILE-FREE
                IF WS-MG-IN-USE = 'Y'
                    DISPLAY "Nothing was changed - run again once "
                            "they have closed it."
                    MOVE 'Y' TO WS-MG-FAILED
                    EXIT PARAGRAPH
                END-IF
            END-IF.

            PERFORM UNTIL WS-MG-AT = WS-MG-CURRENT
                OR WS-MG-STOPPED = 'Y'
                PERFORM 3000-RUN-ONE-STEP
            END-PERFORM.
            IF WS-MG-STOPPED = 'Y'
                MOVE 'Y' TO WS-MG-FAILED
            ELSE
                DISPLAY FUNCTION TRIM(WS-MG-PATH)
                        " is now at version " WS-VER2-ED "."
            END-IF.

      *> An unstamped file: only the operator knows which release
      *> built it.  Blank is taken as the current version:
       2100-ASK-THE-VERSION.
            MOVE ZERO TO WS-MG-AT.
            DISPLAY "The file has no layout stamp.  Which version is "
                    "it in? [" WS-VER2-ED "]:".
            MOVE SPACES TO WS-MG-VERSION-IN.
            ACCEPT WS-MG-VERSION-IN FROM CONSOLE.
            IF WS-MG-VERSION-IN = SPACES
                MOVE WS-MG-CURRENT TO WS-MG-AT
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-NUMVAL(WS-MG-VERSION-IN) NOT = ZERO
                DISPLAY "Not a version number - nothing was changed."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-MG-VERSION-IN) TO WS-MG-AT.
            IF WS-MG-AT = ZERO OR WS-MG-AT > WS-MG-CURRENT
                DISPLAY "Version " FUNCTION TRIM(WS-MG-VERSION-IN)
                        " is not one this build can bring forward "
                        "- nothing was changed."
                MOVE ZERO TO WS-MG-AT
            END-IF.

      *> The quote file being converted must be the primary copy
      *> (CHECK-SDF-ROLE stops the run on a quiesced or standby
      *> one) and have no unmatched OPEN in its .INUSE file.  Both
      *> sit beside the file actually named, so the quote file path
      *> points there while they are read:
       2150-CHECK-QUOTE-FILE-FREE.
            MOVE 'N' TO WS-MG-IN-USE.
            MOVE WS-SDF-PATH TO WS-MG-SDF-SAVE.
            MOVE WS-MG-PATH TO WS-SDF-PATH.
            MOVE SPACES TO WS-INUSE-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
                DELIMITED BY SIZE INTO WS-INUSE-PATH.
            PERFORM CHECK-SDF-ROLE.
            PERFORM 2160-COUNT-LIVE-REGISTRATIONS.
            MOVE WS-MG-SDF-SAVE TO WS-SDF-PATH.
            IF WS-LIVE-OPENS > ZERO
                MOVE 'Y' TO WS-MG-IN-USE
                MOVE WS-LIVE-OPENS TO WS-NUM-ED
                DISPLAY FUNCTION TRIM(WS-NUM-ED) " session(s) "
                        "registered on the quote file:"
                PERFORM VARYING WS-OPEN-I FROM 1 BY 1
                    UNTIL WS-OPEN-I > WS-OPEN-USED
                    DISPLAY "  " WS-OPEN-PROGRAM (WS-OPEN-I)
                            " since " WS-OPEN-TOKEN (WS-OPEN-I)
                END-PERFORM
                MOVE "layout migration refused, quote file in use"
                    TO WS-AUDIT-MESSAGE
                MOVE 'FAIL' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
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

      *> The step for WS-MG-CODE out of version WS-LAYCHK-STAMPED:
       2200-FIND-THE-STEP.
            MOVE ZERO TO WS-STEP-FOUND.
            PERFORM VARYING WS-STEP-I FROM 1 BY 1
                UNTIL WS-STEP-I > WS-STEP-COUNT
                IF WS-STEP-LAYOUT (WS-STEP-I) = WS-MG-CODE
                    AND WS-STEP-FROM (WS-STEP-I) = WS-LAYCHK-STAMPED
                    MOVE WS-STEP-I TO WS-STEP-FOUND
                END-IF
            END-PERFORM.

       3000-RUN-ONE-STEP.
            MOVE WS-MG-AT TO WS-LAYCHK-STAMPED.
            PERFORM 2200-FIND-THE-STEP.
            MOVE WS-MG-PATH TO WS-MG-FROM-PATH.
            MOVE SPACES TO WS-MG-TO-PATH.
            STRING FUNCTION TRIM(WS-MG-PATH) ".MIGRATE"
                DELIMITED BY SIZE INTO WS-MG-TO-PATH.
            MOVE ZERO TO WS-MG-READ-COUNT WS-MG-WRITTEN-COUNT.
            MOVE SPACE TO WS-MG-RESULT.
            CALL WS-STEP-PROGRAM (WS-STEP-FOUND) USING WS-MG-FROM-PATH
                WS-MG-TO-PATH WS-MG-READ-COUNT WS-MG-WRITTEN-COUNT
                WS-MG-RESULT
                ON EXCEPTION
                    DISPLAY "The step module "
                            FUNCTION TRIM(WS-STEP-PROGRAM
                            (WS-STEP-FOUND)) " is not installed."
                    MOVE 'M' TO WS-MG-RESULT
            END-CALL.
            IF WS-MG-RESULT NOT = 'Y'
                DISPLAY "The step did not run - live file left "
                        "untouched."
                MOVE 'Y' TO WS-MG-STOPPED
                MOVE "layout migration step did not run, no swap"
                    TO WS-AUDIT-MESSAGE
                MOVE 'FAIL' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-MG-READ-COUNT TO WS-NUM-ED.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " record(s) read, ".
            MOVE WS-MG-WRITTEN-COUNT TO WS-NUM-ED.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " record(s) written.".
            IF WS-MG-READ-COUNT NOT = WS-MG-WRITTEN-COUNT
                DISPLAY "Counts do not balance - live file left "
                        "untouched, converted file kept at "
                        FUNCTION TRIM(WS-MG-TO-PATH)
                        " for inspection."
                MOVE 'Y' TO WS-MG-STOPPED
                MOVE "layout migration counts out of balance, no swap"
                    TO WS-AUDIT-MESSAGE
                MOVE 'FAIL' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                EXIT PARAGRAPH
            END-IF.

            PERFORM 3100-SWAP-IN-THE-STEP.
            IF WS-MG-STOPPED = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-STEP-TO (WS-STEP-FOUND) TO WS-MG-AT.
            PERFORM 3300-STAMP-THE-FILE.
            IF WS-MG-STOPPED = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-STEP-FROM (WS-STEP-FOUND) TO WS-VER-ED.
            MOVE WS-STEP-TO (WS-STEP-FOUND) TO WS-VER2-ED.
            MOVE WS-MG-WRITTEN-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "layout " FUNCTION TRIM(WS-MG-CODE) " version "
                FUNCTION TRIM(WS-VER-ED) " to "
                FUNCTION TRIM(WS-VER2-ED) ", "
                FUNCTION TRIM(WS-NUM-ED) " record(s), backup "
                FUNCTION TRIM(WS-MG-BACKUP-PATH)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'MIGRATE' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.
            MOVE WS-MG-CURRENT TO WS-VER2-ED.

      *> Same pattern as Q_UPGRADE and Q_MAINT's reindex swap: the
      *> old file is moved aside, never deleted, and if the new file
      *> cannot take its place the old one goes straight back:
       3100-SWAP-IN-THE-STEP.
      *> A session that opened the quote file while the step was
      *> converting it would be left reading the old file:
            IF WS-MG-CODE = 'SDF'
                PERFORM 2150-CHECK-QUOTE-FILE-FREE
                IF WS-MG-IN-USE = 'Y'
                    DISPLAY "Live file left untouched, converted file "
                            "kept at " FUNCTION TRIM(WS-MG-TO-PATH)
                    MOVE 'Y' TO WS-MG-STOPPED
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-MG-TS.
            MOVE WS-STEP-FROM (WS-STEP-FOUND) TO WS-VER-ED.
            MOVE SPACES TO WS-MG-BACKUP-PATH.
            STRING FUNCTION TRIM(WS-MG-PATH) ".PRE-"
                FUNCTION TRIM(WS-MG-CODE) "-V"
                FUNCTION TRIM(WS-VER-ED) "-" WS-MG-TS
                DELIMITED BY SIZE INTO WS-MG-BACKUP-PATH.
            CALL "CBL_RENAME_FILE" USING WS-MG-FROM-PATH
                WS-MG-BACKUP-PATH
                RETURNING WS-SWAP-STATUS
            END-CALL.
            IF WS-SWAP-STATUS NOT = ZERO
                DISPLAY "Unable to move the old file to "
                        FUNCTION TRIM(WS-MG-BACKUP-PATH)
                        ", status " WS-SWAP-STATUS
                DISPLAY "Live file left untouched, converted file "
                        "kept at " FUNCTION TRIM(WS-MG-TO-PATH)
                MOVE 'Y' TO WS-MG-STOPPED
                EXIT PARAGRAPH
            END-IF.
            CALL "CBL_RENAME_FILE" USING WS-MG-TO-PATH
                WS-MG-FROM-PATH
                RETURNING WS-SWAP-STATUS
            END-CALL.
            IF WS-SWAP-STATUS NOT = ZERO
                DISPLAY "Unable to put the converted file into "
                        "service, status " WS-SWAP-STATUS
                CALL "CBL_RENAME_FILE" USING WS-MG-BACKUP-PATH
                    WS-MG-FROM-PATH
                    RETURNING WS-SWAP-STATUS
                END-CALL
                MOVE 'Y' TO WS-MG-STOPPED
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Old file kept as "
                    FUNCTION TRIM(WS-MG-BACKUP-PATH).

       3300-STAMP-THE-FILE.
            MOVE 'W' TO WS-LAYCHK-MODE.
            MOVE 'Q_MIGRATE' TO WS-LAYCHK-PROGRAM.
            MOVE WS-MG-CODE TO WS-LAYCHK-CODE.
            MOVE WS-MG-AT TO WS-LAYCHK-VERSION.
            MOVE WS-MG-PATH TO WS-LAYCHK-PATH.
            CALL "Q_LAYCHK" USING WS-LAYCHK-MODE WS-LAYCHK-PROGRAM
                WS-LAYCHK-CODE WS-LAYCHK-VERSION WS-LAYCHK-PATH
                WS-LAYCHK-STAMPED WS-LAYCHK-RESULT
            END-CALL.
            IF WS-LAYCHK-RESULT NOT = 'W'
                MOVE WS-MG-AT TO WS-VER-ED
                DISPLAY "Unable to write the layout stamp beside "
                        FUNCTION TRIM(WS-MG-PATH) " - the file is "
                        "in version " WS-VER-ED "; run again to "
                        "stamp it."
                MOVE 'Y' TO WS-MG-STOPPED
                MOVE 'Y' TO WS-MG-FAILED
            END-IF.

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
            STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO AUDIT-TIMESTAMP.
            MOVE 'Q_MIGRATE' TO AUDIT-PROGRAM.
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
