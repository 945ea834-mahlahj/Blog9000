       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_MASSCHG.

      *> Mass change: one field, on every quote a Q_SELECT criteria
      *> file picks out, in one controlled run instead of a day of
      *> Q_WRITER edits.  The change is one of
      *>
      *>   [C] set Q-CATEGORY to an active code off the master
      *>   [S] replace Q-SOURCE with a new title
      *>   [A] replace Q-AUTHOR with its canonical form (Q_ALIAS)
      *>
      *> It always takes two runs.  The first is a preview and
      *> nothing else: every quote the change would touch is listed
      *> before and after, by Q-ID, in the .MASSCHG-RPT report, and
      *> the run ends with a control count - the number of quotes
      *> to change.  The change, the criteria and that count (with
      *> a hash total of the Q-IDs) are left in the .MASSCHG
      *> control file.  The second run shows what is on file and
      *> applies it only when the operator quotes the control
      *> count back; the selection is re-run first, and a quote
      *> file that has moved since the preview is refused - preview
      *> again.
      *>
      *> The apply REWRITEs under Q_WRITER's record locking (shared
      *> open, automatic record locks, wait-and-retry on a held
      *> record), with an EDIT journal entry and an EDIT audit
      *> entry per quote, every journal entry stamped with the
      *> run's own ID so Q_BACKOUT can take the whole change back
      *> by run.  Each quote finished is checkpointed to the
      *> control file as it goes, so a killed run is resumed - same
      *> control count, same run ID - from where it stopped, and a
      *> new preview is refused until it is finished.  A quote under
      *> legal hold (Q_HOLDCHK) is listed and left alone.
      *>
      *> The control file, one line each:
      *>   H|field|new value|criteria path|count|hash|previewed|by
      *>   D|Q-ID|run ID|DONE, SAME or GONE   (one per quote dealt
      *>                                         with by an apply)
      *>   E|run ID|finished                   (the apply completed)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-SDF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            LOCK MODE IS AUTOMATIC
            SHARING WITH ALL OTHER
            FILE STATUS IS FILE-STATUS-CODE.

       COPY MM-INUSE-SEL.

       SELECT CATEGORY-MASTER-FILE
            ASSIGN TO WS-CAT-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-CODE
            FILE STATUS IS WS-CAT-STATUS.

       *> The preview's header and the apply's checkpoints - laid
       *> out in the banner above:
       SELECT MASS-CONTROL-FILE
            ASSIGN TO WS-CONTROL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONTROL-STATUS.

       SELECT MASS-REPORT-FILE
            ASSIGN TO WS-MASS-RPT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MASS-RPT-STATUS.

       SELECT UPDATE-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-CAT-RAW.
       COPY MM-JNL-RAW.

       FD  MASS-CONTROL-FILE.
       01  WS-CONTROL-RECORD       PIC X(400).

       FD  MASS-REPORT-FILE.
       01  WS-MASS-RPT-LINE        PIC X(132).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_MASSCHG'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       COPY MM-CAT-PATH.
       COPY AUDIT-LOG-PATH.
       COPY MM-RPTREG-WS.
       01 WS-CONTROL-PATH       PIC X(210) VALUE SPACES.
       01 WS-CONTROL-STATUS     PIC XX VALUE '00'.
       01 WS-MASS-RPT-PATH      PIC X(215) VALUE SPACES.
       01 WS-MASS-RPT-STATUS    PIC XX VALUE '00'.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-ANSWER             PIC X(12) VALUE SPACES.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-NUM-ED2            PIC -(9)9.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> The change itself - asked for by a preview run, read back
      *> off the control file's header by an apply run:
       01 WS-MC-FIELD           PIC X VALUE SPACE.
           88 WS-MC-CATEGORY        VALUE 'C'.
           88 WS-MC-SOURCE          VALUE 'S'.
           88 WS-MC-AUTHOR          VALUE 'A'.
       01 WS-MC-VALUE           PIC X(50) VALUE SPACES.
       01 WS-MC-DESC            PIC X(80) VALUE SPACES.
       01 WS-CRIT-PATH          PIC X(200) VALUE SPACES.

      *> What the control file holds:
       01 WS-CF-ON-FILE         PIC X VALUE 'N'.
       01 WS-CF-FINISHED        PIC X VALUE 'N'.
       01 WS-CF-FIELD           PIC X VALUE SPACE.
       01 WS-CF-VALUE           PIC X(50) VALUE SPACES.
       01 WS-CF-CRIT-PATH       PIC X(200) VALUE SPACES.
       01 WS-CF-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-CF-HASH            PIC 9(15) VALUE ZERO.
       01 WS-CF-PREVIEWED       PIC X(15) VALUE SPACES.
       01 WS-CF-PREVIEWED-BY    PIC X(10) VALUE SPACES.
       01 WS-CF-RUN-ID          PIC X(15) VALUE SPACES.
       01 WS-CF-TAG             PIC X VALUE SPACE.
       01 WS-CF-PART-1          PIC X(200) VALUE SPACES.
       01 WS-CF-PART-2          PIC X(200) VALUE SPACES.
       01 WS-CF-PART-3          PIC X(200) VALUE SPACES.
       01 WS-CF-PART-4          PIC X(200) VALUE SPACES.
       01 WS-CF-PART-5          PIC X(200) VALUE SPACES.
       01 WS-CF-PART-6          PIC X(200) VALUE SPACES.
       01 WS-CF-PART-7          PIC X(200) VALUE SPACES.
       01 WS-CONTROL-ED         PIC Z(8)9.
       01 WS-HASH-ED            PIC Z(14)9.
       01 WS-ENTERED-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-D-VERDICT          PIC X(4) VALUE SPACES.

      *> Quotes an earlier apply of this change already dealt with:
       01 WS-DONE-USED          PIC 9(4) COMP VALUE ZERO.
       01 WS-DONE-TABLE.
           05 WS-DONE-ID OCCURS 5000 TIMES PIC 9(9).
       01 WS-DONE-I             PIC 9(4) COMP VALUE ZERO.
       01 WS-DONE-HASH          PIC 9(15) VALUE ZERO.
       01 WS-ALREADY-DONE       PIC X VALUE 'N'.

      *> The selection, weighed - preview and apply count the same
      *> way so the two can be compared:
       01 WS-SEL-MODE           PIC X VALUE SPACE.
       01 WS-SEL-FOUND          PIC X VALUE 'N'.
       01 WS-SEL-DONE           PIC X VALUE 'N'.
       01 WS-RUN-KIND           PIC X VALUE 'P'.
           88 WS-PREVIEW-RUN        VALUE 'P'.
           88 WS-APPLY-RUN          VALUE 'A'.
       01 WS-SELECTED-COUNT     PIC 9(9) COMP VALUE ZERO.
       01 WS-CHANGE-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-CHANGE-HASH        PIC 9(15) VALUE ZERO.
       01 WS-HELD-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-TOO-MANY           PIC X VALUE 'N'.
       01 WS-WORK-USED          PIC 9(4) COMP VALUE ZERO.
       01 WS-WORK-TABLE.
           05 WS-WORK-ID OCCURS 5000 TIMES PIC 9(9).
       01 WS-WORK-I             PIC 9(4) COMP VALUE ZERO.

      *> One quote weighed: 'C' would change, 'S' already so, 'H'
      *> under legal hold:
       01 WS-WEIGH-RESULT       PIC X VALUE SPACE.
       01 WS-OLD-VALUE          PIC X(50) VALUE SPACES.
       01 WS-NEW-VALUE          PIC X(50) VALUE SPACES.
       01 WS-ALIAS-MODE         PIC X VALUE 'C'.
       01 WS-ALIAS-INDEX        PIC 9(3) VALUE ZERO.
       01 WS-ALIAS-FOUND        PIC X VALUE 'N'.

      *> Legal holds through Q_HOLDCHK - a held quote's author or
      *> source is what the hold matches on, so it is not changed:
       01 WS-HOLD-MODE          PIC X VALUE 'Q'.
       01 WS-HOLD-ID            PIC 9(9) VALUE ZERO.
       01 WS-HOLD-AUTHOR        PIC X(50) VALUE SPACES.
       01 WS-HOLD-SOURCE        PIC X(50) VALUE SPACES.
       01 WS-HOLD-TEXT          PIC X(1000) VALUE SPACES.
       01 WS-HOLD-RESULT        PIC X VALUE 'N'.
       01 WS-HOLD-MATTER        PIC X(20) VALUE SPACES.

      *> A new source title is checked against the source master -
      *> a warning only, the master may simply be behind:
       01 WS-SRCCHK-CHANNEL     PIC X VALUE 'P'.
       01 WS-SRCCHK-DATE        PIC X(8) VALUE SPACES.
       01 WS-SRCCHK-RESULT      PIC X VALUE SPACE.

      *> Record locking, as Q_WRITER waits it out:
       01 WS-LOOKUP-ID          PIC 9(9) VALUE ZERO.
       01 WS-LOCK-TRIES         PIC 9(2) COMP VALUE ZERO.
       01 WS-LOCK-MAX-TRIES     PIC 9(2) COMP VALUE 10.
       01 WS-LOCK-WAIT-SECS     PIC 9(4) VALUE 3.
       01 WS-LOCK-LEFT-ED       PIC Z9.
       01 WS-LOCK-GAVE-UP       PIC X VALUE 'N'.
       01 WS-READ-DONE          PIC X VALUE 'N'.
       01 WS-RECORD-FOUND       PIC X VALUE 'N'.

       01 WS-CHANGED-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-SAME-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-LEFT-COUNT         PIC 9(9) COMP VALUE ZERO.

      *> Journal scratch, the same shape Q_WRITER fills, stamped
      *> with this run's ID:
       01 WS-JNL-ACTION         PIC X(8) VALUE SPACES.
       01 WS-JNL-BEFORE         PIC X(400) VALUE SPACES.
       01 WS-JNL-AFTER          PIC X(400) VALUE SPACES.
       01 WS-JNL-RUN-ID         PIC X(15) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-CAT-PATH FROM ENVIRONMENT "MM_CAT_PATH"
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
        STRING FUNCTION TRIM(WS-SDF-PATH) ".MASSCHG"
            DELIMITED BY SIZE INTO WS-CONTROL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".MASSCHG-RPT"
            DELIMITED BY SIZE INTO WS-MASS-RPT-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_MASSCHG' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_MASSCHG' TO WS-LAYCHK-PROGRAM.
        MOVE 'CAT' TO WS-LAYCHK-CODE.
        MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Mass Change"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
      *> Changing quotes by the hundred is file maintenance, not an
      *> edit - the 'M' letter, as for Q_BACKOUT:
        MOVE 'M' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared for mass changes."
            MOVE "mass change refused, not cleared"
                TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 0500-LOAD-CONTROL-FILE.

      *> A change previewed and not yet finished is offered first.
      *> One already part-applied must be finished before anything
      *> else is previewed - its checkpoints are on this file:
        IF WS-CF-ON-FILE = 'Y' AND WS-CF-FINISHED = 'N'
            PERFORM 0600-SHOW-CHANGE-ON-FILE
            DISPLAY "Control count to apply it"
                    ", or blank for a new preview:"
            ACCEPT WS-ANSWER FROM CONSOLE
            IF WS-ANSWER NOT = SPACES
                PERFORM 2000-APPLY-THE-CHANGE
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF
            IF WS-DONE-USED > ZERO
                DISPLAY "That change is part-applied - finish it "
                        "(same control count) before previewing "
                        "another."
                CLOSE AUDIT-LOG-FILE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF.

        PERFORM 1000-PREVIEW-THE-CHANGE.
        CLOSE AUDIT-LOG-FILE.
        STOP RUN.

       0350-WAIT-OUT-LOCK.
            ADD 1 TO WS-LOCK-TRIES.
            IF WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
                MOVE 'Y' TO WS-LOCK-GAVE-UP
            ELSE
                COMPUTE WS-LOCK-LEFT-ED =
                    WS-LOCK-MAX-TRIES - WS-LOCK-TRIES
                DISPLAY "Quote " WS-LOOKUP-ID " in use by another "
                        "session - waiting, "
                        WS-LOCK-LEFT-ED " attempt(s) left ..."
                CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS END-CALL
            END-IF.

       0500-LOAD-CONTROL-FILE.
            MOVE 'N' TO WS-CF-ON-FILE WS-CF-FINISHED.
            MOVE ZERO TO WS-DONE-USED WS-DONE-HASH.
            MOVE SPACES TO WS-CF-RUN-ID.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT MASS-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MASS-CONTROL-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 0550-LOAD-ONE-LINE
                END-READ
            END-PERFORM.
            CLOSE MASS-CONTROL-FILE.

       0550-LOAD-ONE-LINE.
            IF WS-CONTROL-RECORD = SPACES
                OR WS-CONTROL-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CF-TAG WS-CF-PART-1 WS-CF-PART-2
                WS-CF-PART-3 WS-CF-PART-4 WS-CF-PART-5
                WS-CF-PART-6 WS-CF-PART-7.
            UNSTRING WS-CONTROL-RECORD DELIMITED BY '|'
                INTO WS-CF-TAG WS-CF-PART-1 WS-CF-PART-2
                     WS-CF-PART-3 WS-CF-PART-4 WS-CF-PART-5
                     WS-CF-PART-6 WS-CF-PART-7
            END-UNSTRING.
            EVALUATE WS-CF-TAG
                WHEN 'H'
                    MOVE 'Y' TO WS-CF-ON-FILE
                    MOVE WS-CF-PART-1 (1:1) TO WS-CF-FIELD
                    MOVE WS-CF-PART-2 (1:50) TO WS-CF-VALUE
                    MOVE WS-CF-PART-3 TO WS-CF-CRIT-PATH
                    MOVE FUNCTION NUMVAL(WS-CF-PART-4) TO WS-CF-COUNT
                    MOVE FUNCTION NUMVAL(WS-CF-PART-5) TO WS-CF-HASH
                    MOVE WS-CF-PART-6 (1:15) TO WS-CF-PREVIEWED
                    MOVE WS-CF-PART-7 (1:10) TO WS-CF-PREVIEWED-BY
                WHEN 'D'
                    IF WS-CF-RUN-ID = SPACES
                        MOVE WS-CF-PART-2 (1:15) TO WS-CF-RUN-ID
                    END-IF
                    IF WS-CF-PART-1 (1:9) NUMERIC
                        AND WS-DONE-USED < 5000
                        ADD 1 TO WS-DONE-USED
                        MOVE WS-CF-PART-1 (1:9)
                            TO WS-DONE-ID (WS-DONE-USED)
                        ADD WS-DONE-ID (WS-DONE-USED)
                            TO WS-DONE-HASH
                    END-IF
                WHEN 'E'
                    MOVE 'Y' TO WS-CF-FINISHED
            END-EVALUATE.

       0600-SHOW-CHANGE-ON-FILE.
            MOVE WS-CF-FIELD TO WS-MC-FIELD.
            MOVE WS-CF-VALUE TO WS-MC-VALUE.
            MOVE WS-CF-CRIT-PATH TO WS-CRIT-PATH.
            PERFORM 1150-DESCRIBE-THE-CHANGE.
            MOVE WS-CF-COUNT TO WS-CONTROL-ED.
            DISPLAY "Previewed " WS-CF-PREVIEWED " by "
                    FUNCTION TRIM(WS-CF-PREVIEWED-BY) ": "
                    FUNCTION TRIM(WS-MC-DESC).
            DISPLAY "  Criteria:   " FUNCTION TRIM(WS-CRIT-PATH).
            DISPLAY "  Quotes:     " FUNCTION TRIM(WS-CONTROL-ED).
            IF WS-DONE-USED > ZERO
                MOVE WS-DONE-USED TO WS-NUM-ED
                DISPLAY "  Interrupted after "
                        FUNCTION TRIM(WS-NUM-ED)
                        " quote(s), run " WS-CF-RUN-ID "."
            END-IF.

      *> The preview: ask for the change, weigh every selected quote,
      *> list it, and leave the header for the apply run.  Nothing
      *> on the quote file is touched:
       1000-PREVIEW-THE-CHANGE.
            PERFORM 1100-ASK-FOR-THE-CHANGE.
            IF WS-MC-FIELD = SPACE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'P' TO WS-RUN-KIND.
            MOVE ZERO TO WS-DONE-USED WS-DONE-HASH.
            OPEN OUTPUT MASS-REPORT-FILE.
            MOVE SPACES TO WS-MASS-RPT-LINE.
            STRING "Mass change preview"
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-MASS-RPT-LINE.
            WRITE WS-MASS-RPT-LINE.
            MOVE SPACES TO WS-MASS-RPT-LINE.
            STRING "Change:   " FUNCTION TRIM(WS-MC-DESC)
                DELIMITED BY SIZE INTO WS-MASS-RPT-LINE.
            WRITE WS-MASS-RPT-LINE.
            MOVE SPACES TO WS-MASS-RPT-LINE.
            STRING "Criteria: " FUNCTION TRIM(WS-CRIT-PATH)
                DELIMITED BY SIZE INTO WS-MASS-RPT-LINE.
            WRITE WS-MASS-RPT-LINE.
            MOVE SPACES TO WS-MASS-RPT-LINE.
            WRITE WS-MASS-RPT-LINE.
            MOVE "Q-ID       Before" TO WS-MASS-RPT-LINE.
            MOVE "After" TO WS-MASS-RPT-LINE (66:5).
            WRITE WS-MASS-RPT-LINE.

            PERFORM 1500-SELECT-THE-QUOTES.

            MOVE SPACES TO WS-MASS-RPT-LINE.
            WRITE WS-MASS-RPT-LINE.
            MOVE WS-CHANGE-COUNT TO WS-CONTROL-ED.
            MOVE SPACES TO WS-MASS-RPT-LINE.
            STRING "Control count: " FUNCTION TRIM(WS-CONTROL-ED)
                DELIMITED BY SIZE INTO WS-MASS-RPT-LINE.
            WRITE WS-MASS-RPT-LINE.
            MOVE WS-HELD-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-MASS-RPT-LINE.
            STRING "Held and left alone: " FUNCTION TRIM(WS-NUM-ED)
                DELIMITED BY SIZE INTO WS-MASS-RPT-LINE.
            WRITE WS-MASS-RPT-LINE.
            CLOSE MASS-REPORT-FILE.
            MOVE 'MASSCHANGE' TO WS-RPTREG-NAME.
            MOVE 'Q_MASSCHG' TO WS-RPTREG-PROGRAM.
            MOVE WS-MASS-RPT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.

            IF WS-SEL-FOUND = 'E'
                DISPLAY "The criteria file could not be read - "
                        "nothing previewed."
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-TOO-MANY = 'Y'
                DISPLAY "More than 5000 quotes would change - narrow "
                        "the criteria and preview again."
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SELECTED-COUNT TO WS-NUM-ED.
            MOVE WS-CHANGE-COUNT TO WS-CONTROL-ED.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " quote(s) selected, "
                    FUNCTION TRIM(WS-CONTROL-ED) " would change.".
            DISPLAY "Preview written to " WS-MASS-RPT-PATH.
            IF WS-CHANGE-COUNT = ZERO
                DISPLAY "Nothing to change."
                EXIT PARAGRAPH
            END-IF.

            PERFORM 3000-WRITE-CONTROL-HEADER.
            DISPLAY "Control count " FUNCTION TRIM(WS-CONTROL-ED)
                    " - run Q_MASSCHG again and quote it to apply.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "previewed " FUNCTION TRIM(WS-MC-DESC)
                ", control count " FUNCTION TRIM(WS-CONTROL-ED)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'PREVIEW' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       1100-ASK-FOR-THE-CHANGE.
            MOVE SPACE TO WS-MC-FIELD.
            MOVE SPACES TO WS-MC-VALUE.
            ACCEPT WS-CRIT-PATH FROM ENVIRONMENT "MM_CRIT_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-CRIT-PATH = SPACES
                DISPLAY "Criteria file:"
                ACCEPT WS-CRIT-PATH FROM CONSOLE
            END-IF.
            IF WS-CRIT-PATH = SPACES
                DISPLAY "No criteria file - nothing to do."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Change: [C]ategory, [S]ource, "
                    "[A]uthor to canonical form:".
            ACCEPT WS-ANSWER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
            EVALUATE WS-ANSWER (1:1)
                WHEN 'C'
                    DISPLAY "New category code:"
                    ACCEPT WS-MC-VALUE FROM CONSOLE
                    MOVE FUNCTION UPPER-CASE(WS-MC-VALUE)
                        TO WS-MC-VALUE
                    PERFORM 1200-CHECK-NEW-CATEGORY
                    IF WS-CHECK-RESULT = 'Y'
                        MOVE 'C' TO WS-MC-FIELD
                    END-IF
                WHEN 'S'
                    DISPLAY "New source title:"
                    ACCEPT WS-MC-VALUE FROM CONSOLE
                    IF WS-MC-VALUE = SPACES
                        DISPLAY "A source cannot be changed to "
                                "blank."
                    ELSE
                        PERFORM 1300-CHECK-NEW-SOURCE
                        MOVE 'S' TO WS-MC-FIELD
                    END-IF
                WHEN 'A'
                    MOVE 'A' TO WS-MC-FIELD
                WHEN OTHER
                    DISPLAY "No such change."
            END-EVALUATE.
            PERFORM 1150-DESCRIBE-THE-CHANGE.

       1150-DESCRIBE-THE-CHANGE.
            MOVE SPACES TO WS-MC-DESC.
            EVALUATE TRUE
                WHEN WS-MC-CATEGORY
                    STRING "category set to "
                        FUNCTION TRIM(WS-MC-VALUE)
                        DELIMITED BY SIZE INTO WS-MC-DESC
                WHEN WS-MC-SOURCE
                    STRING "source replaced by "
                        FUNCTION TRIM(WS-MC-VALUE)
                        DELIMITED BY SIZE INTO WS-MC-DESC
                WHEN WS-MC-AUTHOR
                    MOVE "author replaced by its canonical form"
                        TO WS-MC-DESC
            END-EVALUATE.

       1200-CHECK-NEW-CATEGORY.
            MOVE 'N' TO WS-CHECK-RESULT.
            OPEN INPUT CATEGORY-MASTER-FILE.
            IF WS-CAT-STATUS NOT = '00'
                DISPLAY "No category master on file - run Q_CATMNT "
                        "to define categories first."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-MC-VALUE (1:10) TO CAT-CODE.
            READ CATEGORY-MASTER-FILE.
            IF WS-CAT-STATUS NOT = '00'
                DISPLAY "Unknown category code: "
                        FUNCTION TRIM(WS-MC-VALUE)
            ELSE
            IF NOT CAT-ACTIVE
                DISPLAY "Category " FUNCTION TRIM(WS-MC-VALUE)
                        " is retired."
            ELSE
                MOVE 'Y' TO WS-CHECK-RESULT
            END-IF
            END-IF.
            CLOSE CATEGORY-MASTER-FILE.

       1300-CHECK-NEW-SOURCE.
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SRCCHK-DATE.
            CALL "Q_SRCCHK" USING WS-MC-VALUE WS-SRCCHK-CHANNEL
                WS-SRCCHK-DATE WS-SRCCHK-RESULT
            END-CALL.
            IF WS-SRCCHK-RESULT = 'U'
                DISPLAY "Note: " FUNCTION TRIM(WS-MC-VALUE)
                        " is not on the source master."
            END-IF.

      *> Every quote the criteria pick is weighed.  A preview lists
      *> it; an apply keeps the ones still to do in the work table.
      *> Both count and hash only the quotes that would change, so
      *> the apply's recount (plus what is already done) must come
      *> back to the preview's figures:
       1500-SELECT-THE-QUOTES.
            MOVE ZERO TO WS-SELECTED-COUNT WS-CHANGE-COUNT
                WS-CHANGE-HASH WS-HELD-COUNT WS-WORK-USED.
            MOVE 'N' TO WS-TOO-MANY.
            MOVE 'O' TO WS-SEL-MODE.
            CALL "Q_SELECT" USING WS-SEL-MODE WS-CRIT-PATH
                Q-DATA-RAW WS-SEL-FOUND
            END-CALL.
            IF WS-SEL-FOUND NOT = 'Y'
                MOVE 'E' TO WS-SEL-FOUND
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-SEL-DONE.
            PERFORM UNTIL WS-SEL-DONE = 'Y'
                MOVE 'N' TO WS-SEL-MODE
                CALL "Q_SELECT" USING WS-SEL-MODE WS-CRIT-PATH
                    Q-DATA-RAW WS-SEL-FOUND
                END-CALL
                IF WS-SEL-FOUND = 'Y'
                    ADD 1 TO WS-SELECTED-COUNT
                    PERFORM 1600-TAKE-ONE-SELECTED
                ELSE
                    MOVE 'Y' TO WS-SEL-DONE
                END-IF
            END-PERFORM.
            MOVE 'C' TO WS-SEL-MODE.
            CALL "Q_SELECT" USING WS-SEL-MODE WS-CRIT-PATH
                Q-DATA-RAW WS-SEL-FOUND
            END-CALL.

       1600-TAKE-ONE-SELECTED.
            PERFORM 1700-WEIGH-ONE-QUOTE.
            IF WS-APPLY-RUN
                PERFORM 1800-CHECK-IF-DONE
                IF WS-ALREADY-DONE = 'Y'
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            EVALUATE WS-WEIGH-RESULT
                WHEN 'H'
                    ADD 1 TO WS-HELD-COUNT
                    IF WS-PREVIEW-RUN
                        MOVE SPACES TO WS-MASS-RPT-LINE
                        STRING Q-ID "  " WS-OLD-VALUE
                            " legal hold, matter "
                            FUNCTION TRIM(WS-HOLD-MATTER)
                            " - left alone"
                            DELIMITED BY SIZE INTO WS-MASS-RPT-LINE
                        WRITE WS-MASS-RPT-LINE
                    END-IF
                WHEN 'C'
                    ADD 1 TO WS-CHANGE-COUNT
                    ADD Q-ID TO WS-CHANGE-HASH
                    IF WS-PREVIEW-RUN
                        MOVE SPACES TO WS-MASS-RPT-LINE
                        STRING Q-ID "  " WS-OLD-VALUE " -> "
                            WS-NEW-VALUE
                            DELIMITED BY SIZE INTO WS-MASS-RPT-LINE
                        WRITE WS-MASS-RPT-LINE
                    END-IF
                    IF WS-WORK-USED < 5000
                        ADD 1 TO WS-WORK-USED
                        MOVE Q-ID TO WS-WORK-ID (WS-WORK-USED)
                    ELSE
                        MOVE 'Y' TO WS-TOO-MANY
                    END-IF
            END-EVALUATE.

      *> The quote in Q-DATA-RAW against the change: old and new
      *> value of the one field, and whether it would move:
       1700-WEIGH-ONE-QUOTE.
            MOVE 'S' TO WS-WEIGH-RESULT.
            EVALUATE TRUE
                WHEN WS-MC-CATEGORY
                    MOVE Q-CATEGORY TO WS-OLD-VALUE
                    MOVE WS-MC-VALUE (1:10) TO WS-NEW-VALUE
                WHEN WS-MC-SOURCE
                    MOVE Q-SOURCE TO WS-OLD-VALUE
                    MOVE WS-MC-VALUE TO WS-NEW-VALUE
                WHEN WS-MC-AUTHOR
                    MOVE Q-AUTHOR TO WS-OLD-VALUE
                    MOVE 'C' TO WS-ALIAS-MODE
                    CALL "Q_ALIAS" USING WS-ALIAS-MODE WS-ALIAS-INDEX
                        Q-AUTHOR WS-NEW-VALUE WS-ALIAS-FOUND
                    END-CALL
                    IF WS-ALIAS-FOUND NOT = 'Y'
                        MOVE Q-AUTHOR TO WS-NEW-VALUE
                    END-IF
            END-EVALUATE.
            IF WS-NEW-VALUE = WS-OLD-VALUE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Q' TO WS-HOLD-MODE.
            MOVE Q-ID TO WS-HOLD-ID.
            MOVE Q-AUTHOR TO WS-HOLD-AUTHOR.
            MOVE Q-SOURCE TO WS-HOLD-SOURCE.
            CALL "Q_HOLDCHK" USING WS-HOLD-MODE WS-HOLD-ID
                WS-HOLD-AUTHOR WS-HOLD-SOURCE WS-HOLD-TEXT
                WS-HOLD-RESULT WS-HOLD-MATTER
            END-CALL.
            IF WS-HOLD-RESULT = 'Y'
                MOVE 'H' TO WS-WEIGH-RESULT
            ELSE
                MOVE 'C' TO WS-WEIGH-RESULT
            END-IF.

       1800-CHECK-IF-DONE.
            MOVE 'N' TO WS-ALREADY-DONE.
            PERFORM VARYING WS-DONE-I FROM 1 BY 1
                UNTIL WS-DONE-I > WS-DONE-USED
                OR WS-ALREADY-DONE = 'Y'
                IF WS-DONE-ID (WS-DONE-I) = Q-ID
                    MOVE 'Y' TO WS-ALREADY-DONE
                END-IF
            END-PERFORM.

      *> The apply: the quoted count must be the preview's, and a
      *> fresh selection - less what earlier applies of this same
      *> change already did - must still add up to it, quote for
      *> quote (the hash total catches a swap that keeps the count).
      *> A resumed run carries on under the run ID it started with:
       2000-APPLY-THE-CHANGE.
            MOVE FUNCTION NUMVAL(WS-ANSWER) TO WS-ENTERED-COUNT.
            MOVE WS-CF-COUNT TO WS-CONTROL-ED.
            IF WS-ENTERED-COUNT NOT = WS-CF-COUNT
                DISPLAY "That is not the preview's control count - "
                        "nothing changed."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "mass change refused, control count "
                    FUNCTION TRIM(WS-ANSWER) " quoted for "
                    FUNCTION TRIM(WS-CONTROL-ED)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            MOVE 'A' TO WS-RUN-KIND.
            PERFORM 1500-SELECT-THE-QUOTES.
            IF WS-SEL-FOUND = 'E'
                DISPLAY "The criteria file could not be read - "
                        "nothing changed."
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            IF WS-CHANGE-COUNT + WS-DONE-USED NOT = WS-CF-COUNT
                OR WS-CHANGE-HASH + WS-DONE-HASH NOT = WS-CF-HASH
                OR WS-TOO-MANY = 'Y'
                MOVE WS-CHANGE-COUNT TO WS-NUM-ED
                DISPLAY "The quote file has moved since the "
                        "preview - " FUNCTION TRIM(WS-NUM-ED)
                        " quote(s) would change now.  Nothing "
                        "changed; preview again."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "mass change refused, selection no longer "
                    "matches the preview of "
                    FUNCTION TRIM(WS-CONTROL-ED)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            IF WS-CF-RUN-ID NOT = SPACES
                MOVE WS-CF-RUN-ID TO WS-JNL-RUN-ID
                DISPLAY "Resuming mass change run " WS-JNL-RUN-ID
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                MOVE SPACES TO WS-JNL-RUN-ID
                STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                    WS-AUDIT-TIMESTAMP (9:6)
                    DELIMITED BY SIZE INTO WS-JNL-RUN-ID
                DISPLAY "Mass change run " WS-JNL-RUN-ID
            END-IF.

            PERFORM CHECK-SDF-ROLE.
            OPEN I-O MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE ZERO TO WS-CHANGED-COUNT WS-SAME-COUNT
                WS-LEFT-COUNT.
            PERFORM VARYING WS-WORK-I FROM 1 BY 1
                UNTIL WS-WORK-I > WS-WORK-USED
                PERFORM 2100-CHANGE-ONE-QUOTE
            END-PERFORM.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.

            MOVE WS-CHANGED-COUNT TO WS-NUM-ED.
            MOVE WS-LEFT-COUNT TO WS-NUM-ED2.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " quote(s) changed, "
                    FUNCTION TRIM(WS-NUM-ED2) " left.".
            IF WS-LEFT-COUNT = ZERO
                PERFORM 3200-MARK-CHANGE-FINISHED
                DISPLAY "Mass change complete."
            ELSE
                DISPLAY "Run Q_MASSCHG again with control count "
                        FUNCTION TRIM(WS-CONTROL-ED)
                        " to finish the rest."
                MOVE 1 TO RETURN-CODE
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "run " WS-JNL-RUN-ID " " FUNCTION TRIM(WS-MC-DESC)
                ", " FUNCTION TRIM(WS-NUM-ED) " changed, "
                FUNCTION TRIM(WS-NUM-ED2) " left"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'MASSCHG' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> Each quote is read again under its lock and weighed once
      *> more - the file is live.  One another session holds past
      *> the wait, or that will not rewrite, is left for the next
      *> run without a checkpoint:
       2100-CHANGE-ONE-QUOTE.
            MOVE WS-WORK-ID (WS-WORK-I) TO WS-LOOKUP-ID.
            PERFORM 2500-READ-FOR-UPDATE.
            IF WS-LOCK-GAVE-UP = 'Y'
                ADD 1 TO WS-LEFT-COUNT
                EXIT PARAGRAPH
            END-IF.
            IF WS-RECORD-FOUND NOT = 'Y'
                MOVE WS-LOOKUP-ID TO Q-ID
                MOVE 'GONE' TO WS-D-VERDICT
                PERFORM 3100-CHECKPOINT-ONE-QUOTE
                EXIT PARAGRAPH
            END-IF.
            PERFORM 1700-WEIGH-ONE-QUOTE.
            IF WS-WEIGH-RESULT NOT = 'C'
                ADD 1 TO WS-SAME-COUNT
                MOVE 'SAME' TO WS-D-VERDICT
                PERFORM 3100-CHECKPOINT-ONE-QUOTE
                EXIT PARAGRAPH
            END-IF.
            MOVE Q-DATA-RAW TO WS-JNL-BEFORE.
            EVALUATE TRUE
                WHEN WS-MC-CATEGORY
                    MOVE WS-NEW-VALUE (1:10) TO Q-CATEGORY
                WHEN WS-MC-SOURCE
                    MOVE WS-NEW-VALUE TO Q-SOURCE
                WHEN WS-MC-AUTHOR
                    MOVE WS-NEW-VALUE TO Q-AUTHOR
            END-EVALUATE.
            MOVE WS-AUDIT-OPERATOR TO Q-ENTERED-BY.
            REWRITE Q-DATA-RAW
                INVALID KEY
                    DISPLAY "Unable to rewrite quote " Q-ID
                    ADD 1 TO WS-LEFT-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-CHANGED-COUNT
                    MOVE 'EDIT' TO WS-JNL-ACTION
                    MOVE Q-DATA-RAW TO WS-JNL-AFTER
                    PERFORM WRITE-JOURNAL-ENTRY
                    MOVE 'DONE' TO WS-D-VERDICT
                    PERFORM 3100-CHECKPOINT-ONE-QUOTE
                    MOVE SPACES TO WS-AUDIT-MESSAGE
                    STRING "mass change run " WS-JNL-RUN-ID ": "
                        FUNCTION TRIM(WS-OLD-VALUE) " -> "
                        FUNCTION TRIM(WS-NEW-VALUE)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'EDIT' TO WS-AUDIT-ACTION
                    MOVE Q-ID TO WS-AUDIT-QUOTE-ID
                    PERFORM WRITE-AUDIT-ENTRY
            END-REWRITE.

      *> Keyed read for update with Q_WRITER's wait-and-retry.
      *> WS-RECORD-FOUND comes back 'Y' only when the record is in
      *> hand:
       2500-READ-FOR-UPDATE.
            MOVE ZERO TO WS-LOCK-TRIES.
            MOVE 'N' TO WS-READ-DONE.
            MOVE 'N' TO WS-RECORD-FOUND.
            MOVE 'N' TO WS-LOCK-GAVE-UP.
            PERFORM UNTIL WS-READ-DONE = 'Y'
                MOVE WS-LOOKUP-ID TO Q-ID
                READ MM-COBOL-SDF-FILE
                EVALUATE TRUE
                    WHEN SUCCESS OR SUCCESS-DUPLICATE
                        OR SUCCESS-LENGTH-MISMATCH OR SUCCESS-PADDED
                        MOVE 'Y' TO WS-RECORD-FOUND
                        MOVE 'Y' TO WS-READ-DONE
                    WHEN RECORD-LOCKED OR FILE-LOCKED
                        PERFORM 0350-WAIT-OUT-LOCK
                        IF WS-LOCK-GAVE-UP = 'Y'
                            DISPLAY "Quote " WS-LOOKUP-ID " is still "
                                    "held by another session - left "
                                    "for the next run."
                            MOVE 'Y' TO WS-READ-DONE
                        END-IF
                    WHEN OTHER
                        MOVE 'Y' TO WS-READ-DONE
                END-EVALUATE
            END-PERFORM.

       3000-WRITE-CONTROL-HEADER.
            OPEN OUTPUT MASS-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = '00'
                DISPLAY "WARNING: unable to write the control file "
                        WS-CONTROL-PATH ", status "
                        WS-CONTROL-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE WS-CHANGE-HASH TO WS-HASH-ED.
            MOVE SPACES TO WS-CONTROL-RECORD.
            STRING "H|" WS-MC-FIELD "|" FUNCTION TRIM(WS-MC-VALUE)
                "|" FUNCTION TRIM(WS-CRIT-PATH)
                "|" FUNCTION TRIM(WS-CONTROL-ED)
                "|" FUNCTION TRIM(WS-HASH-ED)
                "|" WS-AUDIT-TIMESTAMP (1:8) "-"
                WS-AUDIT-TIMESTAMP (9:6)
                "|" FUNCTION TRIM(WS-AUDIT-OPERATOR)
                DELIMITED BY SIZE INTO WS-CONTROL-RECORD.
            WRITE WS-CONTROL-RECORD.
            CLOSE MASS-CONTROL-FILE.

      *> The checkpoint is written, and the file closed again, per
      *> quote - a run killed after this line loses nothing:
       3100-CHECKPOINT-ONE-QUOTE.
            OPEN EXTEND MASS-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = '00'
                DISPLAY "WARNING: unable to checkpoint quote " Q-ID
                        ", status " WS-CONTROL-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CONTROL-RECORD.
            STRING "D|" Q-ID "|" WS-JNL-RUN-ID "|" WS-D-VERDICT
                DELIMITED BY SIZE INTO WS-CONTROL-RECORD.
            WRITE WS-CONTROL-RECORD.
            CLOSE MASS-CONTROL-FILE.

       3200-MARK-CHANGE-FINISHED.
            OPEN EXTEND MASS-CONTROL-FILE.
            IF WS-CONTROL-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO WS-CONTROL-RECORD.
            STRING "E|" WS-JNL-RUN-ID "|"
                WS-AUDIT-TIMESTAMP (1:8) "-" WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO WS-CONTROL-RECORD.
            WRITE WS-CONTROL-RECORD.
            CLOSE MASS-CONTROL-FILE.

      *> One journal line per change, the same open-extend-close
      *> discipline Q_WRITER keeps:
       WRITE-JOURNAL-ENTRY.
            OPEN EXTEND UPDATE-JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = '00'
                OPEN OUTPUT UPDATE-JOURNAL-FILE
            END-IF.
            IF WS-JOURNAL-STATUS NOT = '00'
                DISPLAY "WARNING: unable to journal that change, "
                        "status " WS-JOURNAL-STATUS
            ELSE
                MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                MOVE SPACES TO JL-DATA-RAW
                STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                    WS-AUDIT-TIMESTAMP (9:6)
                    DELIMITED BY SIZE INTO JL-TIMESTAMP
                MOVE WS-JNL-ACTION TO JL-ACTION
                MOVE WS-AUDIT-OPERATOR TO JL-OPERATOR
                MOVE WS-JNL-BEFORE TO JL-BEFORE-IMAGE
                MOVE WS-JNL-AFTER TO JL-AFTER-IMAGE
                MOVE WS-JNL-RUN-ID TO JL-RUN-ID
                WRITE JL-DATA-RAW
                CLOSE UPDATE-JOURNAL-FILE
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
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO AUDIT-TIMESTAMP.
            MOVE 'Q_MASSCHG' TO AUDIT-PROGRAM.
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
