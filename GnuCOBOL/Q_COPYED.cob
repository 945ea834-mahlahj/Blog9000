       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_COPYED.

      *> Copy-edit pass over MM-COBOL.SDF: every quote's full text
      *> (continuation segments through Q_LONGTXT included) is read
      *> for the slips years of keying through Q_WRITER and bulk
      *> import have left behind -
      *>
      *>   spelling   words the house dictionary does not know,
      *>              through Q_SPELL; a known misspelling comes
      *>              with its house spelling as a fix
      *>   spacing    doubled (or leading) spaces - fix: one space
      *>   quotes     curly quotes - the house style is straight
      *>              quotes, so fix: straighten them
      *>   stop       no closing full stop (or ! ? ...) - fix: add
      *>              one, inside any closing quote
      *>
      *> Two ways to run it:
      *>
      *>   [R]eport  lists the suspect words and house-style fixes
      *>             per Q-ID to <quote file>.COPYED-yyyymmdd.
      *>             Changes nothing, needs no clearance, and runs
      *>             unattended with MM_COPYED_MODE=R, e.g. as a
      *>             monthly Q_SCHED job.
      *>   [E]dit    walks the same findings quote by quote and
      *>             offers each fix on its own, for an operator
      *>             cleared to edit ('A').  Every accepted fix is
      *>             stored at once - a REWRITE with the same
      *>             journal and audit entries as a Q_WRITER edit -
      *>             so quitting part way loses nothing.  Unknown
      *>             words with no house spelling are only listed:
      *>             the editor corrects those in Q_WRITER, or adds
      *>             them to the dictionary with Q_DICTMNT.
      *>
      *> The quote file is opened the way Q_CLASSFY opens it for
      *> editing - SHARING WITH ALL OTHER with automatic record
      *> locks - so an edit session can run beside normal work.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Location comes from WS-SDF-PATH (MM-SDF-PATH.cpy), which can
       *> be overridden with the MM_SDF_PATH environment variable:
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

       SELECT COPYEDIT-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       SELECT UPDATE-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

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

       FD  COPYEDIT-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_COPYED'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       COPY AUDIT-LOG-PATH.
       01 WS-REPORT-PATH        PIC X(220) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-RUN-MODE           PIC X VALUE SPACE.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-QUOTE-DONE         PIC X VALUE 'N'.
       01 WS-ANSWER             PIC X VALUE SPACE.
       01 WS-START-ID-A         PIC X(9) VALUE SPACES.
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'A'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-NUM-ED             PIC Z(8)9.
       01 WS-COUNT-ED           PIC ZZ9.

      *> Run totals:
       01 WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-FOUND-COUNT        PIC 9(9) COMP VALUE ZERO.
       01 WS-SUSPECT-TOTAL      PIC 9(9) COMP VALUE ZERO.
       01 WS-FIXABLE-TOTAL      PIC 9(9) COMP VALUE ZERO.
       01 WS-ACCEPTED-TOTAL     PIC 9(9) COMP VALUE ZERO.
       01 WS-DICT-MISSING       PIC X VALUE 'N'.

      *> Journal scratch, the same shape Q_WRITER fills:
       01 WS-JNL-ACTION         PIC X(8) VALUE SPACES.
       01 WS-JNL-BEFORE         PIC X(400) VALUE SPACES.
       01 WS-JNL-AFTER          PIC X(400) VALUE SPACES.
       01 WS-JNL-TEXT-CHANGED   PIC X VALUE 'N'.
       01 WS-XLT-MODE           PIC X VALUE 'M'.
       01 WS-XLT-LANG           PIC X(3) VALUE SPACES.
       01 WS-XLT-TEXT           PIC X(3060) VALUE SPACES.
       01 WS-XLT-FLAG           PIC X VALUE SPACE.

      *> Full-text reassembly and store through Q_LONGTXT - the fixes
      *> are made on the whole maxim, base record and tail alike:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.
       01 WS-LONG-POS           PIC 9(5) COMP VALUE ZERO.

      *> Spelling through Q_SPELL - check mode fills the suspect
      *> table, replace mode takes one word and its fix in entry 1:
       01 WS-SPELL-MODE         PIC X VALUE 'C'.
       01 WS-SPELL-RESULT       PIC X VALUE 'P'.
       01 WS-SPELL-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SPELL-WORDS.
           05 WS-SPELL-ENTRY OCCURS 20 TIMES.
               10 WS-SPELL-WORD      PIC X(30).
               10 WS-SPELL-FIX       PIC X(30).
       01 WS-SPELL-I            PIC 9(3) COMP VALUE ZERO.

      *> The findings for the quote in hand.  FX-KIND: W a known
      *> misspelling, U an unknown word (listed, no fix), D doubled
      *> spaces, Q curly quotes, F no closing full stop:
       01 WS-FX-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-FX-FIXABLE         PIC 9(3) COMP VALUE ZERO.
       01 WS-FX-TABLE.
           05 WS-FX-ENTRY OCCURS 25 TIMES.
               10 WS-FX-KIND         PIC X.
               10 WS-FX-FROM         PIC X(30).
               10 WS-FX-TO           PIC X(30).
               10 WS-FX-COUNT        PIC 9(3).
       01 WS-FX-I               PIC 9(3) COMP VALUE ZERO.
       01 WS-FX-TEXT            PIC X(80) VALUE SPACES.
       01 WS-UNKNOWN-LIST       PIC X(100) VALUE SPACES.
       01 WS-UNKNOWN-PTR        PIC 9(3) COMP VALUE 1.

      *> House-style scratch:
       01 WS-POS                PIC 9(5) COMP VALUE ZERO.
       01 WS-END-POS            PIC 9(5) COMP VALUE ZERO.
       01 WS-DOUBLE-COUNT       PIC 9(3) COMP VALUE ZERO.
       01 WS-CURLY-COUNT        PIC 9(3) COMP VALUE ZERO.
       01 WS-STRAIGHT-COUNT     PIC 9(3) COMP VALUE ZERO.
       01 WS-STOP-MISSING       PIC X VALUE 'N'.
       01 WS-END-FOUND          PIC X VALUE 'N'.
       01 WS-OUT-TEXT           PIC X(3060) VALUE SPACES.
       01 WS-OUT-LEN            PIC 9(5) COMP VALUE ZERO.
       01 WS-TAIL-LEN           PIC 9(5) COMP VALUE ZERO.
       01 WS-FIX-APPLIED        PIC X VALUE 'N'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
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
        ACCEPT WS-RUN-MODE FROM ENVIRONMENT "MM_COPYED_MODE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_COPYED' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'Q_COPYED' TO WS-INUSE-PROGRAM.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Copy-Edit Pass"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-RUN-MODE = SPACES
            DISPLAY "[R]eport the findings or [E]dit them?"
            ACCEPT WS-RUN-MODE FROM CONSOLE
        END-IF.
        MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
        IF WS-RUN-MODE NOT = 'E'
            MOVE 'R' TO WS-RUN-MODE
        END-IF.

      *> The report changes nothing, so it asks for no clearance; a
      *> scheduled run with no operator signs as the program:
        IF WS-RUN-MODE = 'R'
            IF WS-AUDIT-OPERATOR = SPACES
                MOVE 'Q_COPYED' TO WS-AUDIT-OPERATOR
            END-IF
            PERFORM 1000-REPORT-RUN
        ELSE
            PERFORM 5000-EDIT-RUN
        END-IF.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> ------------------------------------------------------------
      *> [R]eport: one pass, every finding written per Q-ID.
      *> ------------------------------------------------------------
       1000-REPORT-RUN.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".COPYED-" WS-TODAY
                DELIMITED BY SIZE INTO WS-REPORT-PATH.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            OPEN OUTPUT COPYEDIT-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = '00'
                DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                        ", status " WS-REPORT-STATUS
                CLOSE MM-COBOL-SDF-FILE
                PERFORM REGISTER-SDF-CLOSE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Mighty Maxims - Copy-Edit Findings " WS-TODAY
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ALL '=' TO WS-REPORT-LINE (1:60).
            PERFORM 3900-EMIT-LINE.

            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        PERFORM 2000-EXAMINE-THE-QUOTE
                        IF WS-FX-USED > ZERO
                            ADD 1 TO WS-FOUND-COUNT
                            PERFORM 1100-REPORT-ONE-QUOTE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.

            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            IF WS-DICT-MISSING = 'Y'
                STRING "No house dictionary on file - spelling was "
                    "not checked."
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
                DISPLAY FUNCTION TRIM(WS-REPORT-LINE)
            END-IF.
            MOVE WS-READ-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Quotes read:          " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            MOVE WS-FOUND-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Quotes with findings: " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            MOVE WS-SUSPECT-TOTAL TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Suspect words:        " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            MOVE WS-FIXABLE-TOTAL TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Fixes on offer:       " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE).
            CLOSE COPYEDIT-REPORT-FILE.
            MOVE 'COPYEDIT' TO WS-RPTREG-NAME.
            MOVE 'Q_COPYED' TO WS-RPTREG-PROGRAM.
            MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.
            DISPLAY "Findings written to "
                    FUNCTION TRIM(WS-REPORT-PATH).

            MOVE WS-FOUND-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "copy-edit findings, " FUNCTION TRIM(WS-NUM-ED)
                " quote(s), to " FUNCTION TRIM(WS-REPORT-PATH)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'COPYRPT' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       1100-REPORT-ONE-QUOTE.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            STRING Q-ID "  " Q-AUTHOR
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            PERFORM VARYING WS-FX-I FROM 1 BY 1
                UNTIL WS-FX-I > WS-FX-USED
                PERFORM 3000-DESCRIBE-FINDING
                MOVE SPACES TO WS-REPORT-LINE
                MOVE WS-FX-TEXT TO WS-REPORT-LINE (5:80)
                PERFORM 3900-EMIT-LINE
            END-PERFORM.

      *> ------------------------------------------------------------
      *> The findings for the quote in the record area, in WS-FX-
      *> TABLE: spelling first, then the house-style checks.
      *> ------------------------------------------------------------
       2000-EXAMINE-THE-QUOTE.
            MOVE ZERO TO WS-FX-USED WS-FX-FIXABLE.
            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            IF WS-LONG-LEN = ZERO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-CHECK-SPELLING.
            PERFORM 2200-CHECK-SPACING.
            PERFORM 2300-CHECK-QUOTE-MARKS.
            PERFORM 2400-CHECK-CLOSING-STOP.

       2100-CHECK-SPELLING.
            MOVE 'C' TO WS-SPELL-MODE.
            CALL "Q_SPELL" USING WS-SPELL-MODE WS-LONG-TEXT
                WS-LONG-LEN WS-SPELL-RESULT WS-SPELL-COUNT
                WS-SPELL-WORDS
            END-CALL.
            IF WS-SPELL-RESULT = 'M'
                MOVE 'Y' TO WS-DICT-MISSING
            END-IF.
            IF WS-SPELL-RESULT NOT = 'S'
                EXIT PARAGRAPH
            END-IF.
            ADD WS-SPELL-COUNT TO WS-SUSPECT-TOTAL.
            PERFORM VARYING WS-SPELL-I FROM 1 BY 1
                UNTIL WS-SPELL-I > 20
                OR WS-SPELL-WORD (WS-SPELL-I) = SPACES
                ADD 1 TO WS-FX-USED
                MOVE WS-SPELL-WORD (WS-SPELL-I)
                    TO WS-FX-FROM (WS-FX-USED)
                MOVE WS-SPELL-FIX (WS-SPELL-I)
                    TO WS-FX-TO (WS-FX-USED)
                MOVE ZERO TO WS-FX-COUNT (WS-FX-USED)
                IF WS-SPELL-FIX (WS-SPELL-I) = SPACES
                    MOVE 'U' TO WS-FX-KIND (WS-FX-USED)
                ELSE
                    MOVE 'W' TO WS-FX-KIND (WS-FX-USED)
                    ADD 1 TO WS-FX-FIXABLE
                    ADD 1 TO WS-FIXABLE-TOTAL
                END-IF
            END-PERFORM.

      *> A run of two or more spaces counts once, and so does a
      *> leading space:
       2200-CHECK-SPACING.
            MOVE ZERO TO WS-DOUBLE-COUNT.
            IF WS-LONG-TEXT (1:1) = SPACE
                ADD 1 TO WS-DOUBLE-COUNT
            END-IF.
            PERFORM VARYING WS-POS FROM 2 BY 1
                UNTIL WS-POS >= WS-LONG-LEN
                IF WS-LONG-TEXT (WS-POS:2) = SPACES
                    AND WS-LONG-TEXT (WS-POS - 1:1) NOT = SPACE
                    ADD 1 TO WS-DOUBLE-COUNT
                END-IF
            END-PERFORM.
            IF WS-DOUBLE-COUNT > ZERO
                ADD 1 TO WS-FX-USED
                MOVE 'D' TO WS-FX-KIND (WS-FX-USED)
                MOVE SPACES TO WS-FX-FROM (WS-FX-USED)
                                WS-FX-TO (WS-FX-USED)
                MOVE WS-DOUBLE-COUNT TO WS-FX-COUNT (WS-FX-USED)
                ADD 1 TO WS-FX-FIXABLE
                ADD 1 TO WS-FIXABLE-TOTAL
            END-IF.

      *> Curly quotes are the three-byte X"E2809C" / X"E2809D"
      *> doubles and X"E28098" / X"E28099" singles (the last is
      *> also the curly apostrophe):
       2300-CHECK-QUOTE-MARKS.
            MOVE ZERO TO WS-CURLY-COUNT WS-STRAIGHT-COUNT.
            INSPECT WS-LONG-TEXT (1:WS-LONG-LEN)
                TALLYING WS-CURLY-COUNT
                    FOR ALL X"E2809C" ALL X"E2809D"
                        ALL X"E28098" ALL X"E28099".
            IF WS-CURLY-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            INSPECT WS-LONG-TEXT (1:WS-LONG-LEN)
                TALLYING WS-STRAIGHT-COUNT FOR ALL '"' ALL "'".
            ADD 1 TO WS-FX-USED.
            MOVE 'Q' TO WS-FX-KIND (WS-FX-USED).
            MOVE SPACES TO WS-FX-FROM (WS-FX-USED)
                            WS-FX-TO (WS-FX-USED).
            IF WS-STRAIGHT-COUNT > ZERO
                MOVE 'MIXED' TO WS-FX-FROM (WS-FX-USED)
            END-IF.
            MOVE WS-CURLY-COUNT TO WS-FX-COUNT (WS-FX-USED).
            ADD 1 TO WS-FX-FIXABLE.
            ADD 1 TO WS-FIXABLE-TOTAL.

      *> The text should end on . ! ? or an ellipsis, looking past
      *> any closing quote marks:
       2400-CHECK-CLOSING-STOP.
            PERFORM 2450-FIND-TEXT-END.
            IF WS-END-POS = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-STOP-MISSING.
            EVALUATE TRUE
                WHEN WS-LONG-TEXT (WS-END-POS:1) = '.'
                WHEN WS-LONG-TEXT (WS-END-POS:1) = '!'
                WHEN WS-LONG-TEXT (WS-END-POS:1) = '?'
                    CONTINUE
                WHEN WS-END-POS > 2
                    AND WS-LONG-TEXT (WS-END-POS - 2:3) = X"E280A6"
                    CONTINUE
                WHEN OTHER
                    MOVE 'Y' TO WS-STOP-MISSING
            END-EVALUATE.
            IF WS-STOP-MISSING = 'Y'
                ADD 1 TO WS-FX-USED
                MOVE 'F' TO WS-FX-KIND (WS-FX-USED)
                MOVE SPACES TO WS-FX-FROM (WS-FX-USED)
                                WS-FX-TO (WS-FX-USED)
                MOVE 1 TO WS-FX-COUNT (WS-FX-USED)
                ADD 1 TO WS-FX-FIXABLE
                ADD 1 TO WS-FIXABLE-TOTAL
            END-IF.

      *> WS-END-POS is left on the last character of the text proper
      *> (zero for an empty text), and WS-TAIL-LEN holds how many
      *> characters of spaces and closing quotes follow it:
       2450-FIND-TEXT-END.
            MOVE WS-LONG-LEN TO WS-END-POS.
            MOVE 'N' TO WS-END-FOUND.
            PERFORM UNTIL WS-END-POS = ZERO OR WS-END-FOUND = 'Y'
                EVALUATE TRUE
                    WHEN WS-LONG-TEXT (WS-END-POS:1) = SPACE
                    WHEN WS-LONG-TEXT (WS-END-POS:1) = '"'
                    WHEN WS-LONG-TEXT (WS-END-POS:1) = "'"
                        SUBTRACT 1 FROM WS-END-POS
                    WHEN WS-END-POS > 2
                        AND (WS-LONG-TEXT (WS-END-POS - 2:3)
                                = X"E2809D"
                        OR WS-LONG-TEXT (WS-END-POS - 2:3)
                                = X"E28099")
                        SUBTRACT 3 FROM WS-END-POS
                    WHEN OTHER
                        MOVE 'Y' TO WS-END-FOUND
                END-EVALUATE
            END-PERFORM.
            COMPUTE WS-TAIL-LEN = WS-LONG-LEN - WS-END-POS.

      *> One line of text per finding, for the report and the
      *> edit prompt alike:
       3000-DESCRIBE-FINDING.
            MOVE SPACES TO WS-FX-TEXT.
            MOVE WS-FX-COUNT (WS-FX-I) TO WS-COUNT-ED.
            EVALUATE WS-FX-KIND (WS-FX-I)
                WHEN 'W'
                    STRING "spelling  " FUNCTION TRIM(WS-FX-FROM
                        (WS-FX-I)) " -> " FUNCTION TRIM(WS-FX-TO
                        (WS-FX-I))
                        DELIMITED BY SIZE INTO WS-FX-TEXT
                WHEN 'U'
                    STRING "unknown   " FUNCTION TRIM(WS-FX-FROM
                        (WS-FX-I)) " - not in the house dictionary"
                        DELIMITED BY SIZE INTO WS-FX-TEXT
                WHEN 'D'
                    STRING "spacing   " FUNCTION TRIM(WS-COUNT-ED)
                        " doubled space(s) - make each one space"
                        DELIMITED BY SIZE INTO WS-FX-TEXT
                WHEN 'Q'
                    IF WS-FX-FROM (WS-FX-I) = 'MIXED'
                        STRING "quotes    " FUNCTION TRIM(WS-COUNT-ED)
                            " curly quote(s) mixed with straight - "
                            "straighten"
                            DELIMITED BY SIZE INTO WS-FX-TEXT
                    ELSE
                        STRING "quotes    " FUNCTION TRIM(WS-COUNT-ED)
                            " curly quote(s) - straighten"
                            DELIMITED BY SIZE INTO WS-FX-TEXT
                    END-IF
                WHEN 'F'
                    MOVE "stop      no closing full stop - add one"
                        TO WS-FX-TEXT
            END-EVALUATE.

       3900-EMIT-LINE.
            WRITE WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.

      *> ------------------------------------------------------------
      *> [E]dit: the same findings, each fix offered on its own and
      *> stored the moment it is accepted.
      *> ------------------------------------------------------------
       5000-EDIT-RUN.
            IF WS-AUDIT-OPERATOR = SPACES
                DISPLAY "Operator ID:"
                ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                    TO WS-AUDIT-OPERATOR
            END-IF.
      *> Copy-editing is editing - it rides the same 'A' letter:
            MOVE 'A' TO WS-CHECK-FUNCTION.
            CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR
                WS-CHECK-FUNCTION WS-CHECK-RESULT WS-USER-NAME
            END-CALL.
            IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
                DISPLAY "Operator " WS-AUDIT-OPERATOR
                        " is not cleared to edit quotes."
                MOVE "copy-edit refused, not cleared"
                    TO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                EXIT PARAGRAPH
            END-IF.

            PERFORM CHECK-SDF-ROLE.
            OPEN I-O MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.

      *> A long pass is worked over several sittings - start where
      *> the last one stopped:
            DISPLAY "Start at quote ID (blank = the first):".
            ACCEPT WS-START-ID-A FROM CONSOLE.
            MOVE 'N' TO WS-EOF.
            IF WS-START-ID-A NOT = SPACES
                IF FUNCTION TRIM(WS-START-ID-A) IS NUMERIC
                    MOVE FUNCTION NUMVAL(WS-START-ID-A) TO Q-ID
                    START MM-COBOL-SDF-FILE KEY IS >= Q-ID
                        INVALID KEY
                            MOVE 'Y' TO WS-EOF
                    END-START
                ELSE
                    DISPLAY "Not a quote ID - starting at the first."
                END-IF
            END-IF.

            MOVE 'N' TO WS-DONE.
            PERFORM UNTIL WS-EOF = 'Y' OR WS-DONE = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        PERFORM 2000-EXAMINE-THE-QUOTE
                        IF WS-FX-FIXABLE > ZERO
                            ADD 1 TO WS-FOUND-COUNT
                            PERFORM 6000-EDIT-ONE-QUOTE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.

            IF WS-DICT-MISSING = 'Y'
                DISPLAY "No house dictionary on file - spelling was "
                        "not checked."
            END-IF.
            IF WS-DONE = 'Y'
                DISPLAY "Stopped at quote " Q-ID
                        " - start there next time."
            END-IF.
            MOVE WS-ACCEPTED-TOTAL TO WS-NUM-ED.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " fix(es) accepted "
                    "this session.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "copy-edit session, " FUNCTION TRIM(WS-NUM-ED)
                " fix(es) accepted"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'COPYEDIT' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       6000-EDIT-ONE-QUOTE.
            DISPLAY "------------------------------------------------".
            DISPLAY "Quote #  " Q-ID.
            DISPLAY "Author:  " Q-AUTHOR.
            PERFORM 6100-SHOW-THE-TEXT.
      *> Unknown words have no fix to offer - they are shown once,
      *> for the editor to deal with elsewhere:
            MOVE SPACES TO WS-UNKNOWN-LIST.
            MOVE 1 TO WS-UNKNOWN-PTR.
            PERFORM VARYING WS-FX-I FROM 1 BY 1
                UNTIL WS-FX-I > WS-FX-USED
                IF WS-FX-KIND (WS-FX-I) = 'U'
                    STRING FUNCTION TRIM(WS-FX-FROM (WS-FX-I)) " "
                        DELIMITED BY SIZE INTO WS-UNKNOWN-LIST
                        WITH POINTER WS-UNKNOWN-PTR
                END-IF
            END-PERFORM.
            IF WS-UNKNOWN-LIST NOT = SPACES
                DISPLAY "Not in the house dictionary: "
                        FUNCTION TRIM(WS-UNKNOWN-LIST)
            END-IF.
            MOVE 'N' TO WS-QUOTE-DONE.
            PERFORM VARYING WS-FX-I FROM 1 BY 1
                UNTIL WS-FX-I > WS-FX-USED OR WS-QUOTE-DONE = 'Y'
                IF WS-FX-KIND (WS-FX-I) NOT = 'U'
                    PERFORM 6200-OFFER-ONE-FIX
                END-IF
            END-PERFORM.

       6100-SHOW-THE-TEXT.
            MOVE 1 TO WS-LONG-POS.
            PERFORM UNTIL WS-LONG-POS > WS-LONG-LEN
                DISPLAY "  " WS-LONG-TEXT (WS-LONG-POS:255)
                ADD 255 TO WS-LONG-POS
            END-PERFORM.

       6200-OFFER-ONE-FIX.
            PERFORM 3000-DESCRIBE-FINDING.
            DISPLAY "Fix: " FUNCTION TRIM(WS-FX-TEXT).
            DISPLAY "Accept? [Y]es / [N]o / [S]kip this quote / "
                    "[Q]uit".
            ACCEPT WS-ANSWER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
            EVALUATE WS-ANSWER
                WHEN 'Y'
                    PERFORM 7000-APPLY-THE-FIX
                    IF WS-FIX-APPLIED = 'Y'
                        PERFORM 7500-STORE-THE-FIX
                    END-IF
                WHEN 'S'
                    MOVE 'Y' TO WS-QUOTE-DONE
                WHEN 'Q'
                    MOVE 'Y' TO WS-QUOTE-DONE
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> Each fix works on WS-LONG-TEXT in place, so the fixes a
      *> quote was offered still apply one after another:
       7000-APPLY-THE-FIX.
            MOVE 'N' TO WS-FIX-APPLIED.
            EVALUATE WS-FX-KIND (WS-FX-I)
                WHEN 'W'
                    PERFORM 7100-FIX-THE-SPELLING
                WHEN 'D'
                    PERFORM 7200-FIX-THE-SPACING
                WHEN 'Q'
                    PERFORM 7300-FIX-THE-QUOTE-MARKS
                WHEN 'F'
                    PERFORM 7400-FIX-THE-CLOSING-STOP
            END-EVALUATE.

       7100-FIX-THE-SPELLING.
            MOVE SPACES TO WS-SPELL-WORDS.
            MOVE WS-FX-FROM (WS-FX-I) TO WS-SPELL-WORD (1).
            MOVE WS-FX-TO (WS-FX-I) TO WS-SPELL-FIX (1).
            MOVE 'R' TO WS-SPELL-MODE.
            CALL "Q_SPELL" USING WS-SPELL-MODE WS-LONG-TEXT
                WS-LONG-LEN WS-SPELL-RESULT WS-SPELL-COUNT
                WS-SPELL-WORDS
            END-CALL.
            IF WS-SPELL-RESULT = 'T'
                DISPLAY "The corrected text would run past what can "
                        "be kept - not changed."
            ELSE
                IF WS-SPELL-COUNT > ZERO
                    MOVE 'Y' TO WS-FIX-APPLIED
                END-IF
            END-IF.

       7200-FIX-THE-SPACING.
            MOVE SPACES TO WS-OUT-TEXT.
            MOVE ZERO TO WS-OUT-LEN.
            PERFORM VARYING WS-POS FROM 1 BY 1
                UNTIL WS-POS > WS-LONG-LEN
                IF WS-LONG-TEXT (WS-POS:1) = SPACE
                    AND (WS-OUT-LEN = ZERO
                    OR WS-OUT-TEXT (WS-OUT-LEN:1) = SPACE)
                    CONTINUE
                ELSE
                    ADD 1 TO WS-OUT-LEN
                    MOVE WS-LONG-TEXT (WS-POS:1)
                        TO WS-OUT-TEXT (WS-OUT-LEN:1)
                END-IF
            END-PERFORM.
            IF WS-OUT-LEN > ZERO
                AND WS-OUT-TEXT (WS-OUT-LEN:1) = SPACE
                SUBTRACT 1 FROM WS-OUT-LEN
            END-IF.
            PERFORM 7900-TAKE-THE-NEW-TEXT.

       7300-FIX-THE-QUOTE-MARKS.
            MOVE SPACES TO WS-OUT-TEXT.
            MOVE ZERO TO WS-OUT-LEN.
            MOVE 1 TO WS-POS.
            PERFORM UNTIL WS-POS > WS-LONG-LEN
                ADD 1 TO WS-OUT-LEN
                IF WS-POS + 2 <= WS-LONG-LEN
                    AND (WS-LONG-TEXT (WS-POS:3) = X"E2809C"
                    OR WS-LONG-TEXT (WS-POS:3) = X"E2809D")
                    MOVE '"' TO WS-OUT-TEXT (WS-OUT-LEN:1)
                    ADD 3 TO WS-POS
                ELSE
                IF WS-POS + 2 <= WS-LONG-LEN
                    AND (WS-LONG-TEXT (WS-POS:3) = X"E28098"
                    OR WS-LONG-TEXT (WS-POS:3) = X"E28099")
                    MOVE "'" TO WS-OUT-TEXT (WS-OUT-LEN:1)
                    ADD 3 TO WS-POS
                ELSE
                    MOVE WS-LONG-TEXT (WS-POS:1)
                        TO WS-OUT-TEXT (WS-OUT-LEN:1)
                    ADD 1 TO WS-POS
                END-IF
                END-IF
            END-PERFORM.
            PERFORM 7900-TAKE-THE-NEW-TEXT.

      *> A trailing comma, colon or semicolon becomes the stop;
      *> otherwise the stop goes in after the last character, ahead
      *> of any closing quote marks:
       7400-FIX-THE-CLOSING-STOP.
            PERFORM 2450-FIND-TEXT-END.
            IF WS-END-POS = ZERO
                EXIT PARAGRAPH
            END-IF.
            IF WS-LONG-TEXT (WS-END-POS:1) = ','
                OR WS-LONG-TEXT (WS-END-POS:1) = ':'
                OR WS-LONG-TEXT (WS-END-POS:1) = ';'
                MOVE '.' TO WS-LONG-TEXT (WS-END-POS:1)
                MOVE 'Y' TO WS-FIX-APPLIED
                EXIT PARAGRAPH
            END-IF.
            IF WS-LONG-LEN >= 3060
                DISPLAY "The text is already as long as can be kept "
                        "- not changed."
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-OUT-TEXT.
            MOVE WS-LONG-TEXT (1:WS-END-POS) TO WS-OUT-TEXT.
            MOVE '.' TO WS-OUT-TEXT (WS-END-POS + 1:1).
            IF WS-TAIL-LEN > ZERO
                MOVE WS-LONG-TEXT (WS-END-POS + 1:WS-TAIL-LEN)
                    TO WS-OUT-TEXT (WS-END-POS + 2:WS-TAIL-LEN)
            END-IF.
            COMPUTE WS-OUT-LEN = WS-LONG-LEN + 1.
            PERFORM 7900-TAKE-THE-NEW-TEXT.

       7900-TAKE-THE-NEW-TEXT.
            IF WS-OUT-LEN = ZERO
                EXIT PARAGRAPH
            END-IF.
            IF WS-OUT-TEXT (1:WS-OUT-LEN)
                NOT = WS-LONG-TEXT (1:WS-LONG-LEN)
                OR WS-OUT-LEN NOT = WS-LONG-LEN
                MOVE WS-OUT-TEXT TO WS-LONG-TEXT
                MOVE WS-OUT-LEN TO WS-LONG-LEN
                MOVE 'Y' TO WS-FIX-APPLIED
            END-IF.

      *> Stored the way Q_WRITER stores an edit: the text through
      *> Q_LONGTXT (base record back in Q-MIGHTY-MAXIM, tail to the
      *> overflow file), a REWRITE, a journal line with the before
      *> and after images, and an EDIT entry on the audit trail:
       7500-STORE-THE-FIX.
            MOVE SPACES TO WS-JNL-BEFORE.
            MOVE Q-DATA-RAW TO WS-JNL-BEFORE.
            MOVE 'P' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            IF WS-LONG-FLAG = 'T'
                DISPLAY "WARNING: the tail of that maxim was NOT "
                        "stored - it runs past what can be kept."
            END-IF.
            MOVE WS-LONG-BASE TO Q-MIGHTY-MAXIM.
            MOVE WS-AUDIT-OPERATOR TO Q-ENTERED-BY.
            REWRITE Q-DATA-RAW
                INVALID KEY
                    DISPLAY "Unable to rewrite that record, status "
                            FILE-STATUS-CODE
                    EXIT PARAGRAPH
            END-REWRITE.
            ADD 1 TO WS-ACCEPTED-TOTAL.
            MOVE 'EDIT' TO WS-JNL-ACTION.
            MOVE Q-DATA-RAW TO WS-JNL-AFTER.
      *> A fix always changes the English, so every translation of
      *> the maxim is stale until its office re-enters it:
            MOVE 'Y' TO WS-JNL-TEXT-CHANGED.
            PERFORM WRITE-JOURNAL-ENTRY.
            MOVE 'N' TO WS-JNL-TEXT-CHANGED.
            MOVE 'M' TO WS-XLT-MODE.
            MOVE SPACES TO WS-XLT-LANG.
            CALL "Q_XLATE" USING WS-XLT-MODE Q-ID WS-XLT-LANG
                WS-XLT-TEXT WS-LONG-LEN WS-XLT-FLAG
            END-CALL.
            DISPLAY "Fixed.".
            IF WS-XLT-FLAG = 'Y'
                DISPLAY "Its translations are now marked stale."
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "copy-edit: " FUNCTION TRIM(WS-FX-TEXT)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'EDIT' TO WS-AUDIT-ACTION.
            MOVE Q-ID TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

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
                MOVE WS-JNL-TEXT-CHANGED TO JL-TEXT-CHANGED
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
            MOVE 'Q_COPYED' TO AUDIT-PROGRAM.
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
