       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-LOOKUP-AUTHOR      PIC X(50) VALUE SPACES.
       01 WS-IMPORT-STATUS      PIC XX VALUE '00'.
       01 WS-IMPORT-EOF         PIC X VALUE 'N'.
       01 WS-IMPORT-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-IMPORT-FAILED      PIC X VALUE 'N'.
       01 WS-CHECKPOINT-PATH    PIC X(205) VALUE SPACES.
       01 WS-CHECKPOINT-STATUS  PIC XX VALUE '00'.
       01 WS-CHECKPOINT-LINE    PIC 9(9) COMP VALUE ZERO.
       01 WS-JNL-ACTION         PIC X(8) VALUE SPACES.
       01 WS-JNL-BEFORE         PIC X(400) VALUE SPACES.
       01 WS-JNL-AFTER          PIC X(400) VALUE SPACES.
       01 WS-JNL-TEXT-CHANGED   PIC X VALUE 'N'.
      *> Set for the length of a bulk import, so every entry the run
      *> journals can be backed out together (Q_BACKOUT):
       01 WS-JNL-RUN-ID         PIC X(15) VALUE SPACES.
      *> The English text as it stood before an edit, so a change to
      *> it can be told from a change to the source alone and the
      *> translations of it marked stale through Q_XLATE:
       01 WS-OLD-LONG-TEXT      PIC X(3060) VALUE SPACES.
       01 WS-XLT-MODE           PIC X VALUE 'M'.
       01 WS-XLT-LANG           PIC X(3) VALUE SPACES.
       01 WS-XLT-FLAG           PIC X VALUE SPACE.
       01 WS-IMP-MAXIM-UPPER    PIC X(3200) VALUE SPACES.
       01 WS-REC-MAXIM-UPPER    PIC X(255) VALUE SPACES.

       01 WS-SCREEN-RESULT      PIC X VALUE 'P'.
       01 WS-SCREEN-WORD        PIC X(20) VALUE SPACES.

      *> House-dictionary spelling check through Q_SPELL - a word
      *> the dictionary does not know is flagged for the copy
      *> editor and recorded, never blocked:
       01 WS-SPELL-MODE         PIC X VALUE 'C'.
       01 WS-SPELL-RESULT       PIC X VALUE 'P'.
       01 WS-SPELL-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SPELL-WORDS.
           05 WS-SPELL-ENTRY OCCURS 20 TIMES.
               10 WS-SPELL-WORD      PIC X(30).
               10 WS-SPELL-FIX       PIC X(30).
       01 WS-SPELL-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-SPELL-LIST         PIC X(120) VALUE SPACES.
       01 WS-SPELL-PTR          PIC 9(3) COMP VALUE 1.
       01 WS-SPELL-COUNT-ED     PIC ZZ9.

      *> Next-ID guard scratch - the record being built is parked
      *> here while candidate IDs are probed against the live file:
       01 WS-HELD-RECORD        PIC X(392) VALUE SPACES.
       01  QUOTE-ENTRY-FORM.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE "Mighty Maxims - Quote Entry".
           05 LINE 1 COL 32 PIC X(12) FROM WS-REGION-TAG.
           05 LINE 3 COL 2 VALUE "Source:".
           05 LINE 3 COL 12 PIC X(50) USING WS-FORM-SOURCE.
           05 LINE 5 COL 2 VALUE "Author:".
           05 LINE 17 COL 2 PIC X(60) FROM WS-FORM-MESSAGE.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.

        DISPLAY "A Mighty Maxim?"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "  Short & memorable quotation - up to 3060 "
                "characters.".

            DELIMITED BY SIZE INTO WS-PENDING-PATH.
        STRING FUNCTION TRIM(WS-PENDING-PATH) ".SEQ"
            DELIMITED BY SIZE INTO WS-PENDING-SEQ-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_WRITER' TO WS-LAYCHK-PROGRAM.
        MOVE 'CAT' TO WS-LAYCHK-CODE.
        MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'SRC' TO WS-LAYCHK-CODE.
        MOVE WS-SRC-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'ARC' TO WS-LAYCHK-CODE.
        MOVE WS-ARCHIVE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'PEND' TO WS-LAYCHK-CODE.
        MOVE WS-PENDING-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM 0400-RESOLVE-OPERATOR.
        PERFORM 0450-RESOLVE-TRUST.
        PERFORM 0500-INIT-NEXT-ID.
        PERFORM 0700-OPEN-CATEGORY-MASTER.
        PERFORM 0710-OPEN-SOURCE-MASTER.

        PERFORM CHECK-SDF-ROLE.
        PERFORM 0300-OPEN-QUOTE-FILE.
        IF WS-LOCK-GAVE-UP NOT = 'Y'
            PERFORM REGISTER-SDF-OPEN
            MOVE 'LOCKED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> MM_WRITER_MODE answers the mode question up front, so a
      *> batch job (Q_HOFEED's head-office load) can drive the bulk
      *> import with MM_IMPORT_PATH / MM_IMPORT_DRY_RUN and no one
      *> at the console:
        ACCEPT WS-MODE FROM ENVIRONMENT "MM_WRITER_MODE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-MODE = SPACE
            DISPLAY "  [A] Add a quote"
            DISPLAY "  [E] Edit a quote"
            DISPLAY "  [D] Delete a quote"
            DISPLAY "  [B] Bulk import from a delimited file"
            DISPLAY "Mode? [A/E/D/B]"
            ACCEPT WS-MODE FROM CONSOLE
        END-IF.
        MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.

        EVALUATE WS-MODE
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        IF WS-IMPORT-FAILED = 'Y'
            MOVE 1 TO RETURN-CODE
        END-IF.
        STOP RUN.

       1000-ADD-QUOTES.
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            IF WS-LONG-FLAG = 'Y'
                MOVE WS-LONG-TEXT TO WS-OLD-LONG-TEXT
                DISPLAY "Current Maxim:"
                MOVE 1 TO WS-LONG-POS
                PERFORM UNTIL WS-LONG-POS > WS-LONG-LEN
                    ADD 255 TO WS-LONG-POS
                END-PERFORM
            ELSE
                MOVE Q-MIGHTY-MAXIM TO WS-OLD-LONG-TEXT
                DISPLAY "Current Maxim: [" Q-MIGHTY-MAXIM "]"
            END-IF.

      *> Every translation of the quote now renders English that is
      *> no longer on file - flagged until the office re-enters it:
       2090-MARK-TRANSLATIONS-STALE.
            MOVE 'M' TO WS-XLT-MODE.
            MOVE SPACES TO WS-XLT-LANG.
            CALL "Q_XLATE" USING WS-XLT-MODE Q-ID WS-XLT-LANG
                WS-OLD-LONG-TEXT WS-LONG-LEN WS-XLT-FLAG
            END-CALL.
            IF WS-XLT-FLAG = 'Y'
                DISPLAY "Translations of this maxim are now marked "
                        "stale until they are entered again."
            END-IF.

       2000-EDIT-QUOTE.
            DISPLAY "Author of the quote to edit:".
            ACCEPT WS-LOOKUP-AUTHOR FROM CONSOLE.
                                "list - NOT rewritten."
                        EXIT PARAGRAPH
                    END-IF
                    MOVE 'N' TO WS-JNL-TEXT-CHANGED
                    IF FUNCTION TRIM(WS-LONG-TEXT)
                        NOT = FUNCTION TRIM(WS-OLD-LONG-TEXT)
                        MOVE 'Y' TO WS-JNL-TEXT-CHANGED
                    END-IF
                    PERFORM 1600-STORE-LONG-MAXIM
                    MOVE WS-AUDIT-OPERATOR TO Q-ENTERED-BY
                    REWRITE Q-DATA-RAW
                        NOT INVALID KEY
                            MOVE 'EDIT' TO WS-JNL-ACTION
                            MOVE Q-DATA-RAW TO WS-JNL-AFTER
                            IF WS-JNL-TEXT-CHANGED = 'Y'
                                PERFORM 2090-MARK-TRANSLATIONS-STALE
                            END-IF
                            PERFORM WRITE-JOURNAL-ENTRY
                    END-REWRITE
                END-IF
            END-PERFORM.

       4000-BULK-IMPORT.
            ACCEPT WS-IMPORT-PATH FROM ENVIRONMENT "MM_IMPORT_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACE TO WS-DRY-RUN.
            ACCEPT WS-DRY-RUN FROM ENVIRONMENT "MM_IMPORT_DRY_RUN"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-IMPORT-PATH = SPACES
                DISPLAY "Import file (Source|Author|Mighty Maxim|"
                        "Category per line):"
                ACCEPT WS-IMPORT-PATH FROM CONSOLE
                DISPLAY "Dry run - validate the whole file, write "
                        "nothing? [Y/N]"
                ACCEPT WS-DRY-RUN FROM CONSOLE
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-DRY-RUN) TO WS-DRY-RUN.
            IF WS-DRY-RUN NOT = 'Y'
                MOVE 'N' TO WS-DRY-RUN
            IF WS-IMPORT-STATUS NOT = '00'
                DISPLAY "Unable to open import file, status "
                        WS-IMPORT-STATUS
                MOVE 'Y' TO WS-IMPORT-FAILED
            ELSE
                IF WS-DRY-RUN NOT = 'Y'
                    MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                    STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                        WS-AUDIT-TIMESTAMP (9:6)
                        DELIMITED BY SIZE INTO WS-JNL-RUN-ID
                    DISPLAY "Import run " WS-JNL-RUN-ID
                END-IF
                OPEN OUTPUT IMPORT-REJECT-FILE
                MOVE 'N' TO WS-IMPORT-EOF
                MOVE ZERO TO WS-IMPORT-COUNT
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'DRYRUN' TO WS-AUDIT-ACTION
                ELSE
                    STRING "bulk import run " WS-JNL-RUN-ID
                        " complete, "
                        FUNCTION TRIM(WS-AUDIT-NUM-ED)
                        " quote(s) imported"
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'IMPORT' TO WS-AUDIT-ACTION
                END-IF
                PERFORM WRITE-AUDIT-ENTRY
                MOVE SPACES TO WS-JNL-RUN-ID
            END-IF.

       4050-READ-CHECKPOINT.
            IF WS-ARCHIVE-STATUS = '00'
                MOVE Q-DATA-RAW TO AR-QUOTE-IMAGE
                MOVE FUNCTION CURRENT-DATE (1:8) TO AR-DELETED-DATE
                MOVE WS-AUDIT-OPERATOR TO AR-DELETED-BY
                WRITE AR-DATA-RAW
                IF WS-ARCHIVE-STATUS = '00'
                    MOVE 'Y' TO WS-ARCHIVED-OK
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-SCREEN-RESULT NOT = 'R'
                PERFORM 0960-SPELL-CHECK-THE-TEXT
            END-IF.

      *> The spelling check runs over the same text the screening
      *> check saw.  A known misspelling is listed with its house
      *> spelling (TEH->THE); a flag never stops the intake:
       0960-SPELL-CHECK-THE-TEXT.
            MOVE 'C' TO WS-SPELL-MODE.
            CALL "Q_SPELL" USING WS-SPELL-MODE WS-SCREEN-BUF
                WS-SCREEN-LEN WS-SPELL-RESULT WS-SPELL-COUNT
                WS-SPELL-WORDS
            END-CALL.
            IF WS-SPELL-RESULT NOT = 'S'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-SPELL-LIST.
            MOVE 1 TO WS-SPELL-PTR.
            PERFORM VARYING WS-SPELL-I FROM 1 BY 1
                UNTIL WS-SPELL-I > 20
                OR WS-SPELL-WORD (WS-SPELL-I) = SPACES
                IF WS-SPELL-FIX (WS-SPELL-I) = SPACES
                    STRING FUNCTION TRIM(WS-SPELL-WORD (WS-SPELL-I))
                        " " DELIMITED BY SIZE
                        INTO WS-SPELL-LIST WITH POINTER WS-SPELL-PTR
                ELSE
                    STRING FUNCTION TRIM(WS-SPELL-WORD (WS-SPELL-I))
                        "->" FUNCTION TRIM(WS-SPELL-FIX (WS-SPELL-I))
                        " " DELIMITED BY SIZE
                        INTO WS-SPELL-LIST WITH POINTER WS-SPELL-PTR
                END-IF
            END-PERFORM.
            MOVE WS-SPELL-COUNT TO WS-SPELL-COUNT-ED.
            DISPLAY "Note: " FUNCTION TRIM(WS-SPELL-COUNT-ED)
                    " word(s) not in the house dictionary - "
                    FUNCTION TRIM(WS-SPELL-LIST).
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "spelling flag, " FUNCTION TRIM(WS-SPELL-COUNT-ED)
                " unknown: " WS-SPELL-LIST
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'SPELL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> The category master is optional equipment: a site that has
      *> never run Q_CATMNT keeps working, but every quote it enters
                MOVE WS-AUDIT-OPERATOR TO JL-OPERATOR
                MOVE WS-JNL-BEFORE TO JL-BEFORE-IMAGE
                MOVE WS-JNL-AFTER TO JL-AFTER-IMAGE
                MOVE WS-JNL-TEXT-CHANGED TO JL-TEXT-CHANGED
                MOVE WS-JNL-RUN-ID TO JL-RUN-ID
                WRITE JL-DATA-RAW
                CLOSE UPDATE-JOURNAL-FILE
            END-IF.
            MOVE 'N' TO WS-JNL-TEXT-CHANGED.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
