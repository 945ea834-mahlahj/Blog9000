       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_CLONE.

      *> Region clone: copies the production file family into the
      *> TEST (or TRAIN) region named in the region profiles
      *> (MM-REGION-PATH.cpy), so a test run starts from real quotes
      *> without touching a single production file.
      *>
      *>   MM_CLONE_FROM  region copied from (default PROD)
      *>   MM_CLONE_TO    region copied into (default TEST) - never
      *>                  PROD
      *>   MM_CLONE_PIN   sign-on PIN every operator gets in the
      *>                  copy (default 1234)
      *>
      *> Each file goes from the path the source region uses to the
      *> path the target region's profile gives it.  A file the
      *> target profile has no line for, or whose line names the
      *> production file itself, is left alone - the clone never
      *> writes anywhere the target region did not ask for.  The
      *> quote file brings its side files with it (.SEQ, .ATTR,
      *> .JNL ...); a side file production does not have is cleared
      *> from the target so nothing stale is left behind.
      *>
      *> Two masters are masked on the way across:
      *>   user master        names become "Test Operator nnn" and
      *>                      every PIN becomes MM_CLONE_PIN - IDs,
      *>                      function letters and status are kept
      *>                      so the same people can sign on
      *>   subscriber master  every delivery path is pointed into
      *>                      the dead directory, so Q_SUBSCR feeds
      *>                      land where nobody reads them
      *> The dead directory is the target's MM_DEAD_DIR line, else
      *> <test quote file>.DEAD.  If the target profile sets no
      *> MM_REQ_DIR a line pointing Q_SERVER at the dead directory
      *> is added to it.  The audit trail, report distribution,
      *> schedule, run history and backups are not cloned.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REGION-PROFILE-FILE
            ASSIGN TO WS-REGION-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGION-STATUS.

       *> The master being masked, and its masked copy:
       SELECT CLONE-IN-FILE
            ASSIGN TO WS-FROM-FILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLONE-IN-STATUS.

       SELECT CLONE-OUT-FILE
            ASSIGN TO WS-TO-FILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CLONE-OUT-STATUS.

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
       FD  REGION-PROFILE-FILE.
       01  WS-PROFILE-RECORD    PIC X(300).

       FD  CLONE-IN-FILE.
       01  WS-CLONE-IN-RECORD   PIC X(320).

       FD  CLONE-OUT-FILE.
       01  WS-CLONE-OUT-RECORD  PIC X(320).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-REGION-PATH.
       COPY MM-SDF-PATH.
       COPY MM-CAT-PATH.
       COPY MM-SRC-PATH.
       COPY MM-AUTH-PATH.
       COPY MM-ALIAS-PATH.
       COPY MM-BLK-PATH.
       COPY MM-DICT-PATH.
       COPY MM-BIZCAL-PATH.
       COPY MM-HOLD-PATH.
       COPY MM-SOD-PATH.
       COPY MM-USER-PATH.
       COPY MM-SUBS-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-FROM-REGION        PIC X(8) VALUE SPACES.
       01 WS-TO-REGION          PIC X(8) VALUE SPACES.
       01 WS-CLONE-PIN          PIC X(8) VALUE SPACES.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-CLONE-IN-STATUS    PIC XX VALUE '00'.
       01 WS-CLONE-OUT-STATUS   PIC XX VALUE '00'.
       01 WS-FROM-FILE          PIC X(260) VALUE SPACES.
       01 WS-TO-FILE            PIC X(260) VALUE SPACES.
       01 WS-DEAD-DIR           PIC X(250) VALUE SPACES.
       01 WS-TO-REQ-DIR         PIC X(250) VALUE SPACES.

      *> One profile line, split:
       01 WS-LINE-REGION        PIC X(8) VALUE SPACES.
       01 WS-LINE-VARIABLE      PIC X(40) VALUE SPACES.
       01 WS-LINE-VALUE         PIC X(250) VALUE SPACES.

      *> The file family, one row per path variable - where each
      *> file is in the source region and where the target wants it.
      *> Kind: Q quote file (side files follow it), C copied as is,
      *> U user master (masked), B subscriber master (masked):
       01 WS-FAMILY-USED        PIC 9(2) COMP VALUE ZERO.
       01 WS-FAMILY-TABLE.
           05 WS-FAMILY-ENTRY OCCURS 12 TIMES.
               10 WS-FM-VARIABLE     PIC X(16).
               10 WS-FM-KIND         PIC X.
               10 WS-FM-SOURCE       PIC X(250).
               10 WS-FM-TARGET       PIC X(250).
       01 WS-FM-I               PIC 9(2) COMP VALUE ZERO.

      *> Side files kept next to the quote file under its own name:
       01 WS-SIDE-SUFFIX-LIST.
           05 FILLER            PIC X(9) VALUE '.SEQ'.
           05 FILLER            PIC X(9) VALUE '.OVF'.
           05 FILLER            PIC X(9) VALUE '.ATTR'.
           05 FILLER            PIC X(9) VALUE '.RATINGS'.
           05 FILLER            PIC X(9) VALUE '.USAGE'.
           05 FILLER            PIC X(9) VALUE '.XLT'.
           05 FILLER            PIC X(9) VALUE '.JNL'.
           05 FILLER            PIC X(9) VALUE '.KWX'.
           05 FILLER            PIC X(9) VALUE '.LIFE'.
           05 FILLER            PIC X(9) VALUE '.LINKS'.
           05 FILLER            PIC X(9) VALUE '.COLL'.
           05 FILLER            PIC X(9) VALUE '.COLM'.
           05 FILLER            PIC X(9) VALUE '.PENDING'.
           05 FILLER            PIC X(9) VALUE '.PLAN'.
           05 FILLER            PIC X(9) VALUE '.PUBLOG'.
           05 FILLER            PIC X(9) VALUE '.FEEDBACK'.
           05 FILLER            PIC X(9) VALUE '.FBHOLD'.
           05 FILLER            PIC X(9) VALUE '.ARCHIVE'.
           05 FILLER            PIC X(9) VALUE '.ROTATION'.
           05 FILLER            PIC X(9) VALUE '.CLASSIFY'.
           05 FILLER            PIC X(9) VALUE '.SHEETREG'.
           05 FILLER            PIC X(9) VALUE '.EXPWM'.
           05 FILLER            PIC X(9) VALUE '.DQHIST'.
       01 WS-SIDE-SUFFIXES REDEFINES WS-SIDE-SUFFIX-LIST.
           05 WS-SIDE-SUFFIX    PIC X(9) OCCURS 23 TIMES.
       01 WS-SIDE-I             PIC 9(2) COMP VALUE ZERO.

      *> Masking:
       01 WS-MASK-ID            PIC X(10) VALUE SPACES.
       01 WS-MASK-NAME          PIC X(30) VALUE SPACES.
       01 WS-MASK-FUNCS         PIC X(10) VALUE SPACES.
       01 WS-MASK-PIN           PIC X(8) VALUE SPACES.
       01 WS-MASK-STATUS        PIC X VALUE SPACE.
       01 WS-MASK-LEFT          PIC X(8) VALUE SPACES.
       01 WS-MASK-LEFT-SUFFIX   PIC X(9) VALUE SPACES.
       01 WS-MASK-DELIVERY      PIC X(200) VALUE SPACES.
       01 WS-MASK-CATLIST       PIC X(88) VALUE SPACES.
       01 WS-MASK-FREQ          PIC X(8) VALUE SPACES.
       01 WS-MASK-SEQ-ED        PIC 9(3) VALUE ZERO.

      *> Totals for the closing lines and the audit entry:
       01 WS-COPIED-COUNT       PIC 9(3) COMP VALUE ZERO.
       01 WS-CLEARED-COUNT      PIC 9(3) COMP VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(3) COMP VALUE ZERO.
       01 WS-USERS-MASKED       PIC 9(5) COMP VALUE ZERO.
       01 WS-SUBS-MASKED        PIC 9(5) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC Z(4)9.
       01 WS-NUM-ED2            PIC Z(4)9.
       01 WS-NUM-ED3            PIC Z(4)9.
       01 WS-NUM-ED4            PIC Z(4)9.
       01 WS-NUM-ED5            PIC Z(4)9.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-REGION-PATH FROM ENVIRONMENT "MM_REGION_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-FROM-REGION FROM ENVIRONMENT "MM_CLONE_FROM"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-TO-REGION FROM ENVIRONMENT "MM_CLONE_TO"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-CLONE-PIN FROM ENVIRONMENT "MM_CLONE_PIN"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE FUNCTION UPPER-CASE(WS-FROM-REGION) TO WS-FROM-REGION.
        MOVE FUNCTION UPPER-CASE(WS-TO-REGION) TO WS-TO-REGION.
        IF WS-FROM-REGION = SPACES
            MOVE 'PROD' TO WS-FROM-REGION
        END-IF.
        IF WS-TO-REGION = SPACES
            MOVE 'TEST' TO WS-TO-REGION
        END-IF.
        IF WS-CLONE-PIN = SPACES
            MOVE '1234' TO WS-CLONE-PIN
        END-IF.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Region Clone"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
        MOVE 'M' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to clone a region."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        IF WS-TO-REGION = 'PROD'
            DISPLAY "The clone never writes into PROD."
            MOVE 16 TO RETURN-CODE
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        IF WS-TO-REGION = WS-FROM-REGION
            DISPLAY "Source and target are both "
                    FUNCTION TRIM(WS-TO-REGION) " - nothing to do."
            MOVE 16 TO RETURN-CODE
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 1000-SET-UP-FAMILY.
        PERFORM 1500-READ-PROFILES.
        IF WS-FM-TARGET (1) = SPACES
            DISPLAY "The region profiles ("
                    FUNCTION TRIM(WS-REGION-PATH) ") give "
                    FUNCTION TRIM(WS-TO-REGION) " no MM_SDF_PATH."
            DISPLAY "Set up the region before cloning into it."
            MOVE 16 TO RETURN-CODE
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        IF WS-FM-TARGET (1) = WS-FM-SOURCE (1)
            DISPLAY FUNCTION TRIM(WS-TO-REGION) " uses the "
                    FUNCTION TRIM(WS-FROM-REGION) " quote file "
                    FUNCTION TRIM(WS-FM-SOURCE (1)) " - not cloned."
            MOVE 16 TO RETURN-CODE
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        IF WS-DEAD-DIR = SPACES
            STRING FUNCTION TRIM(WS-FM-TARGET (1)) ".DEAD"
                DELIMITED BY SIZE INTO WS-DEAD-DIR
        END-IF.

        DISPLAY "Clone " FUNCTION TRIM(WS-FROM-REGION) " into "
                FUNCTION TRIM(WS-TO-REGION) ":".
        PERFORM VARYING WS-FM-I FROM 1 BY 1
            UNTIL WS-FM-I > WS-FAMILY-USED
            IF WS-FM-TARGET (WS-FM-I) = SPACES
                DISPLAY "  " WS-FM-VARIABLE (WS-FM-I)
                        " not in the " FUNCTION TRIM(WS-TO-REGION)
                        " profile - left alone"
            ELSE
                DISPLAY "  " WS-FM-VARIABLE (WS-FM-I) " "
                        FUNCTION TRIM(WS-FM-TARGET (WS-FM-I))
            END-IF
        END-PERFORM.
        DISPLAY "  dead directory   " FUNCTION TRIM(WS-DEAD-DIR).
        DISPLAY "Every file listed is replaced. Go ahead? [Y/N]".
        ACCEPT WS-CONFIRM FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
        IF WS-CONFIRM NOT = 'Y'
            DISPLAY "Clone cancelled."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        CALL "CBL_CREATE_DIR" USING WS-DEAD-DIR
            RETURNING WS-CALL-STATUS
        END-CALL.
        PERFORM VARYING WS-FM-I FROM 1 BY 1
            UNTIL WS-FM-I > WS-FAMILY-USED
            PERFORM 2000-CLONE-ONE-MEMBER
        END-PERFORM.
        PERFORM 5000-DEAD-REQUEST-DIR.

        MOVE WS-COPIED-COUNT TO WS-NUM-ED.
        MOVE WS-CLEARED-COUNT TO WS-NUM-ED2.
        MOVE WS-SKIPPED-COUNT TO WS-NUM-ED3.
        MOVE WS-USERS-MASKED TO WS-NUM-ED4.
        MOVE WS-SUBS-MASKED TO WS-NUM-ED5.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " file(s) copied, "
                FUNCTION TRIM(WS-NUM-ED2) " cleared, "
                FUNCTION TRIM(WS-NUM-ED3) " left alone.".
        DISPLAY FUNCTION TRIM(WS-NUM-ED4) " operator(s) and "
                FUNCTION TRIM(WS-NUM-ED5) " subscriber(s) masked.".
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "cloned " FUNCTION TRIM(WS-FROM-REGION) " to "
            FUNCTION TRIM(WS-TO-REGION) ": "
            FUNCTION TRIM(WS-NUM-ED) " copied "
            FUNCTION TRIM(WS-NUM-ED2) " cleared "
            FUNCTION TRIM(WS-NUM-ED3) " skipped, masked "
            FUNCTION TRIM(WS-NUM-ED4) " operators "
            FUNCTION TRIM(WS-NUM-ED5) " subscribers"
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'CLONE' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.

        CLOSE AUDIT-LOG-FILE.
        STOP RUN.

      *> Where each file is when nobody has moved it - the copybook
      *> defaults, which are production's:
       1000-SET-UP-FAMILY.
            MOVE SPACES TO WS-FAMILY-TABLE.
            MOVE 'MM_SDF_PATH' TO WS-FM-VARIABLE (1).
            MOVE 'Q' TO WS-FM-KIND (1).
            MOVE WS-SDF-PATH TO WS-FM-SOURCE (1).
            MOVE 'MM_CAT_PATH' TO WS-FM-VARIABLE (2).
            MOVE WS-CAT-PATH TO WS-FM-SOURCE (2).
            MOVE 'MM_SRC_PATH' TO WS-FM-VARIABLE (3).
            MOVE WS-SRC-PATH TO WS-FM-SOURCE (3).
            MOVE 'MM_AUTH_PATH' TO WS-FM-VARIABLE (4).
            MOVE WS-AUTH-PATH TO WS-FM-SOURCE (4).
            MOVE 'MM_ALIAS_PATH' TO WS-FM-VARIABLE (5).
            MOVE WS-ALIAS-PATH TO WS-FM-SOURCE (5).
            MOVE 'MM_BLK_PATH' TO WS-FM-VARIABLE (6).
            MOVE WS-BLK-PATH TO WS-FM-SOURCE (6).
            MOVE 'MM_DICT_PATH' TO WS-FM-VARIABLE (7).
            MOVE WS-DICT-PATH TO WS-FM-SOURCE (7).
            MOVE 'MM_BIZCAL_PATH' TO WS-FM-VARIABLE (8).
            MOVE WS-BIZCAL-PATH TO WS-FM-SOURCE (8).
            MOVE 'MM_HOLD_PATH' TO WS-FM-VARIABLE (9).
            MOVE WS-HOLD-PATH TO WS-FM-SOURCE (9).
            MOVE 'MM_SOD_PATH' TO WS-FM-VARIABLE (10).
            MOVE WS-SOD-PATH TO WS-FM-SOURCE (10).
            MOVE 'MM_USER_PATH' TO WS-FM-VARIABLE (11).
            MOVE 'U' TO WS-FM-KIND (11).
            MOVE WS-USER-PATH TO WS-FM-SOURCE (11).
            MOVE 'MM_SUBS_PATH' TO WS-FM-VARIABLE (12).
            MOVE 'B' TO WS-FM-KIND (12).
            MOVE WS-SUBS-PATH TO WS-FM-SOURCE (12).
            MOVE 12 TO WS-FAMILY-USED.
            PERFORM VARYING WS-FM-I FROM 1 BY 1
                UNTIL WS-FM-I > WS-FAMILY-USED
                IF WS-FM-KIND (WS-FM-I) = SPACE
                    MOVE 'C' TO WS-FM-KIND (WS-FM-I)
                END-IF
      *> Cloning from the region this run is in: its paths are
      *> already in the environment, including any set by hand:
                IF WS-REGION-NAME = WS-FROM-REGION
                    ACCEPT WS-FM-SOURCE (WS-FM-I) FROM ENVIRONMENT
                        WS-FM-VARIABLE (WS-FM-I)
                        ON EXCEPTION
                            CONTINUE
                    END-ACCEPT
                    IF WS-FM-SOURCE (WS-FM-I) = SPACES
                        PERFORM 1100-RESET-ONE-DEFAULT
                    END-IF
                END-IF
            END-PERFORM.

       1100-RESET-ONE-DEFAULT.
            EVALUATE WS-FM-I
                WHEN 1  MOVE WS-SDF-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 2  MOVE WS-CAT-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 3  MOVE WS-SRC-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 4  MOVE WS-AUTH-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 5  MOVE WS-ALIAS-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 6  MOVE WS-BLK-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 7  MOVE WS-DICT-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 8  MOVE WS-BIZCAL-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 9  MOVE WS-HOLD-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 10 MOVE WS-SOD-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 11 MOVE WS-USER-PATH TO WS-FM-SOURCE (WS-FM-I)
                WHEN 12 MOVE WS-SUBS-PATH TO WS-FM-SOURCE (WS-FM-I)
            END-EVALUATE.

      *> Source-region lines override the defaults; target-region
      *> lines say where the copy goes:
       1500-READ-PROFILES.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REGION-PROFILE-FILE.
            IF WS-REGION-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REGION-PROFILE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1600-TAKE-ONE-LINE
                END-READ
            END-PERFORM.
            IF WS-REGION-STATUS = '00' OR WS-REGION-STATUS = '10'
                CLOSE REGION-PROFILE-FILE
            END-IF.

       1600-TAKE-ONE-LINE.
            IF WS-PROFILE-RECORD = SPACES
                OR WS-PROFILE-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-LINE-REGION WS-LINE-VARIABLE
                WS-LINE-VALUE.
            UNSTRING WS-PROFILE-RECORD DELIMITED BY '|'
                INTO WS-LINE-REGION WS-LINE-VARIABLE WS-LINE-VALUE
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(WS-LINE-REGION)
                TO WS-LINE-REGION.
            IF WS-LINE-REGION = WS-TO-REGION
                EVALUATE WS-LINE-VARIABLE
                    WHEN 'MM_DEAD_DIR'
                        MOVE WS-LINE-VALUE TO WS-DEAD-DIR
                    WHEN 'MM_REQ_DIR'
                        MOVE WS-LINE-VALUE TO WS-TO-REQ-DIR
                END-EVALUATE
            END-IF.
            PERFORM VARYING WS-FM-I FROM 1 BY 1
                UNTIL WS-FM-I > WS-FAMILY-USED
                IF WS-LINE-VARIABLE = WS-FM-VARIABLE (WS-FM-I)
                    IF WS-LINE-REGION = WS-TO-REGION
                        MOVE WS-LINE-VALUE TO WS-FM-TARGET (WS-FM-I)
                    END-IF
                    IF WS-LINE-REGION = WS-FROM-REGION
                        AND WS-LINE-VALUE NOT = SPACES
                        MOVE WS-LINE-VALUE TO WS-FM-SOURCE (WS-FM-I)
                    END-IF
                END-IF
            END-PERFORM.

       2000-CLONE-ONE-MEMBER.
            IF WS-FM-TARGET (WS-FM-I) = SPACES
                OR WS-FM-TARGET (WS-FM-I) = WS-FM-SOURCE (WS-FM-I)
                ADD 1 TO WS-SKIPPED-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FM-SOURCE (WS-FM-I) TO WS-FROM-FILE.
            MOVE WS-FM-TARGET (WS-FM-I) TO WS-TO-FILE.
            EVALUATE WS-FM-KIND (WS-FM-I)
                WHEN 'U'
                    PERFORM 4000-MASK-USER-MASTER
                WHEN 'B'
                    PERFORM 4500-MASK-SUBSCRIBERS
                WHEN OTHER
                    PERFORM 3000-COPY-ONE-FILE
            END-EVALUATE.
            IF WS-FM-KIND (WS-FM-I) = 'Q'
                PERFORM VARYING WS-SIDE-I FROM 1 BY 1
                    UNTIL WS-SIDE-I > 23
                    MOVE SPACES TO WS-FROM-FILE WS-TO-FILE
                    STRING FUNCTION TRIM(WS-FM-SOURCE (WS-FM-I))
                        FUNCTION TRIM(WS-SIDE-SUFFIX (WS-SIDE-I))
                        DELIMITED BY SIZE INTO WS-FROM-FILE
                    STRING FUNCTION TRIM(WS-FM-TARGET (WS-FM-I))
                        FUNCTION TRIM(WS-SIDE-SUFFIX (WS-SIDE-I))
                        DELIMITED BY SIZE INTO WS-TO-FILE
                    PERFORM 3000-COPY-ONE-FILE
                END-PERFORM
            END-IF.

      *> A file the source region does not have is removed from the
      *> target too, so the copy matches production exactly:
       3000-COPY-ONE-FILE.
            CALL "CBL_COPY_FILE" USING WS-FROM-FILE WS-TO-FILE
                RETURNING WS-CALL-STATUS
            END-CALL.
            IF WS-CALL-STATUS = ZERO
                ADD 1 TO WS-COPIED-COUNT
            ELSE
                CALL "CBL_DELETE_FILE" USING WS-TO-FILE
                    RETURNING WS-CALL-STATUS
                END-CALL
                IF WS-CALL-STATUS = ZERO
                    ADD 1 TO WS-CLEARED-COUNT
                    DISPLAY "  cleared " FUNCTION TRIM(WS-TO-FILE)
                            " - not in "
                            FUNCTION TRIM(WS-FROM-REGION)
                END-IF
            END-IF.

      *> ID|Name|letters|PIN|status|left - a blank PIN stays blank
      *> (that operator is never asked for one):
       4000-MASK-USER-MASTER.
            MOVE ZERO TO WS-MASK-SEQ-ED.
            OPEN INPUT CLONE-IN-FILE.
            IF WS-CLONE-IN-STATUS NOT = '00'
                DISPLAY "  no user master at "
                        FUNCTION TRIM(WS-FROM-FILE) " - not cloned"
                ADD 1 TO WS-SKIPPED-COUNT
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT CLONE-OUT-FILE.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CLONE-IN-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 4100-MASK-ONE-OPERATOR
                END-READ
            END-PERFORM.
            CLOSE CLONE-IN-FILE CLONE-OUT-FILE.
            ADD 1 TO WS-COPIED-COUNT.

       4100-MASK-ONE-OPERATOR.
            MOVE WS-CLONE-IN-RECORD TO WS-CLONE-OUT-RECORD.
            IF WS-CLONE-IN-RECORD NOT = SPACES
                AND WS-CLONE-IN-RECORD (1:1) NOT = '*'
                MOVE SPACES TO WS-MASK-ID WS-MASK-NAME WS-MASK-FUNCS
                    WS-MASK-PIN WS-MASK-STATUS WS-MASK-LEFT
                UNSTRING WS-CLONE-IN-RECORD DELIMITED BY '|'
                    INTO WS-MASK-ID WS-MASK-NAME WS-MASK-FUNCS
                         WS-MASK-PIN WS-MASK-STATUS WS-MASK-LEFT
                END-UNSTRING
                MOVE SPACES TO WS-MASK-LEFT-SUFFIX
                IF WS-MASK-LEFT NOT = SPACES
                    STRING '|' WS-MASK-LEFT
                        DELIMITED BY SIZE INTO WS-MASK-LEFT-SUFFIX
                END-IF
                ADD 1 TO WS-MASK-SEQ-ED
                ADD 1 TO WS-USERS-MASKED
                MOVE SPACES TO WS-MASK-NAME
                STRING "Test Operator " WS-MASK-SEQ-ED
                    DELIMITED BY SIZE INTO WS-MASK-NAME
                IF WS-MASK-PIN NOT = SPACES
                    MOVE WS-CLONE-PIN TO WS-MASK-PIN
                END-IF
                MOVE SPACES TO WS-CLONE-OUT-RECORD
                STRING FUNCTION TRIM(WS-MASK-ID) '|'
                    FUNCTION TRIM(WS-MASK-NAME) '|'
                    FUNCTION TRIM(WS-MASK-FUNCS) '|'
                    FUNCTION TRIM(WS-MASK-PIN) '|'
                    WS-MASK-STATUS
                    DELIMITED BY SIZE
                    WS-MASK-LEFT-SUFFIX DELIMITED BY SPACE
                    INTO WS-CLONE-OUT-RECORD
            END-IF.
            WRITE WS-CLONE-OUT-RECORD.

      *> ID|delivery path|category list|frequency - only the path
      *> changes:
       4500-MASK-SUBSCRIBERS.
            OPEN INPUT CLONE-IN-FILE.
            IF WS-CLONE-IN-STATUS NOT = '00'
                DISPLAY "  no subscriber master at "
                        FUNCTION TRIM(WS-FROM-FILE) " - not cloned"
                ADD 1 TO WS-SKIPPED-COUNT
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT CLONE-OUT-FILE.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CLONE-IN-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 4600-MASK-ONE-SUBSCRIBER
                END-READ
            END-PERFORM.
            CLOSE CLONE-IN-FILE CLONE-OUT-FILE.
            ADD 1 TO WS-COPIED-COUNT.

       4600-MASK-ONE-SUBSCRIBER.
            MOVE WS-CLONE-IN-RECORD TO WS-CLONE-OUT-RECORD.
            IF WS-CLONE-IN-RECORD NOT = SPACES
                AND WS-CLONE-IN-RECORD (1:1) NOT = '*'
                MOVE SPACES TO WS-MASK-ID WS-MASK-DELIVERY
                    WS-MASK-CATLIST WS-MASK-FREQ
                UNSTRING WS-CLONE-IN-RECORD DELIMITED BY '|'
                    INTO WS-MASK-ID WS-MASK-DELIVERY
                         WS-MASK-CATLIST WS-MASK-FREQ
                END-UNSTRING
                ADD 1 TO WS-SUBS-MASKED
                MOVE SPACES TO WS-MASK-DELIVERY
                STRING FUNCTION TRIM(WS-DEAD-DIR) '/'
                    FUNCTION TRIM(WS-MASK-ID)
                    DELIMITED BY SIZE INTO WS-MASK-DELIVERY
                MOVE SPACES TO WS-CLONE-OUT-RECORD
                STRING FUNCTION TRIM(WS-MASK-ID) '|'
                    FUNCTION TRIM(WS-MASK-DELIVERY) '|'
                    FUNCTION TRIM(WS-MASK-CATLIST) '|'
                    FUNCTION TRIM(WS-MASK-FREQ)
                    DELIMITED BY SIZE INTO WS-CLONE-OUT-RECORD
            END-IF.
            WRITE WS-CLONE-OUT-RECORD.

      *> Q_SERVER answers whatever lands in MM_REQ_DIR; a target
      *> region that does not name one would answer production's
      *> requests, so it is given the dead directory:
       5000-DEAD-REQUEST-DIR.
            IF WS-TO-REQ-DIR NOT = SPACES
                DISPLAY "  " FUNCTION TRIM(WS-TO-REGION)
                        " requests are read from "
                        FUNCTION TRIM(WS-TO-REQ-DIR)
                EXIT PARAGRAPH
            END-IF.
            OPEN EXTEND REGION-PROFILE-FILE.
            IF WS-REGION-STATUS NOT = '00'
                DISPLAY "  could not add MM_REQ_DIR to the region "
                        "profiles, status " WS-REGION-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-PROFILE-RECORD.
            STRING FUNCTION TRIM(WS-TO-REGION) '|MM_REQ_DIR|'
                FUNCTION TRIM(WS-DEAD-DIR)
                DELIMITED BY SIZE INTO WS-PROFILE-RECORD.
            WRITE WS-PROFILE-RECORD.
            CLOSE REGION-PROFILE-FILE.
            DISPLAY "  MM_REQ_DIR added to the "
                    FUNCTION TRIM(WS-TO-REGION) " profile: "
                    FUNCTION TRIM(WS-DEAD-DIR).

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
            MOVE 'Q_CLONE' TO AUDIT-PROGRAM.
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
