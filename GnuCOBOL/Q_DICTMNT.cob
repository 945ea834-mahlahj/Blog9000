       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_DICTMNT.

      *> House dictionary maintenance - the word list Q_SPELL checks
      *> every intake and the Q_COPYED copy-edit run against.  Add
      *> a word the house accepts, record a known misspelling with
      *> its house spelling (so Q_COPYED can offer the fix), remove
      *> an entry, list from any starting word, or load a plain word
      *> list - one word per line - to seed the dictionary or take
      *> in a batch of names the intake checks keep flagging.
      *> Changes are audit-logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Location comes from WS-DICT-PATH (MM-DICT-PATH.cpy), which
       *> can be overridden with the MM_DICT_PATH environment
       *> variable:
       SELECT HOUSE-DICTIONARY-FILE
            ASSIGN TO WS-DICT-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DW-WORD
            FILE STATUS IS WS-DICT-STATUS.

       *> A plain word list for [I]mport, one word per line:
       SELECT WORD-LIST-FILE
            ASSIGN TO WS-LIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-DICT-RAW.

       FD  WORD-LIST-FILE.
       01  WS-LIST-RECORD       PIC X(80).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-DICT-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-LIST-PATH          PIC X(200) VALUE SPACES.
       01 WS-LIST-STATUS        PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-ANSWER             PIC X VALUE SPACE.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-WORD-IN            PIC X(30) VALUE SPACES.
       01 WS-FIX-IN             PIC X(30) VALUE SPACES.
       01 WS-WORD-OK            PIC X VALUE 'N'.
       01 WS-CHAR-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-CHAR               PIC X VALUE SPACE.
       01 WS-SHOWN              PIC 9(3) COMP VALUE ZERO.
       01 WS-ADDED-COUNT        PIC 9(7) COMP VALUE ZERO.
       01 WS-SKIPPED-COUNT      PIC 9(7) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC Z(6)9.
       01 WS-NUM-ED-2           PIC Z(6)9.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-DICT-PATH FROM ENVIRONMENT "MM_DICT_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_DICTMNT' TO WS-LAYCHK-PROGRAM.
        MOVE 'DICT' TO WS-LAYCHK-CODE.
        MOVE WS-DICT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - House Dictionary Maintenance"
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
                    " is not cleared to maintain the house "
                    "dictionary."
            MOVE "dictionary maintenance refused" TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

        OPEN I-O HOUSE-DICTIONARY-FILE.
        IF WS-DICT-STATUS NOT = '00'
            DISPLAY "Creating the house dictionary ..."
            OPEN OUTPUT HOUSE-DICTIONARY-FILE
            CLOSE HOUSE-DICTIONARY-FILE
            OPEN I-O HOUSE-DICTIONARY-FILE
            IF WS-DICT-STATUS NOT = '00'
                DISPLAY "Unable to open the house dictionary, "
                        "status " WS-DICT-STATUS
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF
            MOVE "created house dictionary" TO WS-AUDIT-MESSAGE
            PERFORM WRITE-AUDIT-ENTRY
        END-IF.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "  [L] List words"
            DISPLAY "  [A] Add a word"
            DISPLAY "  [T] Add a known misspelling and its fix"
            DISPLAY "  [R] Remove an entry"
            DISPLAY "  [I] Import a word list file"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/A/T/R/I/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                WHEN 'L'
                    PERFORM 1000-LIST-WORDS
                WHEN 'A'
                    PERFORM 2000-ADD-WORD
                WHEN 'T'
                    PERFORM 3000-ADD-MISSPELLING
                WHEN 'R'
                    PERFORM 4000-REMOVE-ENTRY
                WHEN 'I'
                    PERFORM 5000-IMPORT-WORD-LIST
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    DISPLAY "No such option: " WS-MODE
            END-EVALUATE
        END-PERFORM.

        CLOSE HOUSE-DICTIONARY-FILE.
        MOVE "Q_DICTMNT run complete" TO WS-AUDIT-MESSAGE.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> A dictionary word is letters with apostrophes allowed -
      *> the same shape Q_SPELL cuts out of the text, so nothing
      *> goes on file that no check could ever look up:
       0100-CHECK-WORD-SHAPE.
            MOVE 'Y' TO WS-WORD-OK.
            IF WS-WORD-IN = SPACES
                MOVE 'N' TO WS-WORD-OK
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CHAR-I FROM 1 BY 1
                UNTIL WS-CHAR-I > 30 OR WS-WORD-OK = 'N'
                MOVE WS-WORD-IN (WS-CHAR-I:1) TO WS-CHAR
                IF WS-CHAR = SPACE
                    IF WS-WORD-IN (WS-CHAR-I:) NOT = SPACES
                        MOVE 'N' TO WS-WORD-OK
                    END-IF
                ELSE
                    IF (WS-CHAR < 'A' OR WS-CHAR > 'Z')
                        AND WS-CHAR NOT = "'"
                        MOVE 'N' TO WS-WORD-OK
                    END-IF
                END-IF
            END-PERFORM.

       1000-LIST-WORDS.
            DISPLAY "List from (blank = the start):".
            ACCEPT WS-WORD-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-WORD-IN) TO DW-WORD.
            MOVE 'N' TO WS-EOF.
            START HOUSE-DICTIONARY-FILE KEY IS >= DW-WORD
                INVALID KEY
                    DISPLAY "Nothing on file from there."
                    MOVE 'Y' TO WS-EOF
            END-START.
            MOVE ZERO TO WS-SHOWN.
            PERFORM UNTIL WS-EOF = 'Y'
                READ HOUSE-DICTIONARY-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM 1100-LIST-ONE-WORD
                END-READ
            END-PERFORM.

       1100-LIST-ONE-WORD.
            IF DW-MISSPELLING
                DISPLAY DW-WORD " misspelling of "
                        FUNCTION TRIM(DW-FIX)
            ELSE
                DISPLAY DW-WORD " added " DW-DATE " by " DW-BY
            END-IF.
            ADD 1 TO WS-SHOWN.
            IF WS-SHOWN >= 20
                MOVE ZERO TO WS-SHOWN
                DISPLAY "More? [Y/N]"
                ACCEPT WS-ANSWER FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
                IF WS-ANSWER NOT = 'Y'
                    MOVE 'Y' TO WS-EOF
                END-IF
            END-IF.

       2000-ADD-WORD.
            DISPLAY "Word to accept:".
            ACCEPT WS-WORD-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-WORD-IN) TO WS-WORD-IN.
            PERFORM 0100-CHECK-WORD-SHAPE.
            IF WS-WORD-OK NOT = 'Y'
                DISPLAY "A single word of letters is required."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WORD-IN TO DW-WORD.
            READ HOUSE-DICTIONARY-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DW-GOOD-WORD
                        DISPLAY "That word is already in the "
                                "dictionary."
                    ELSE
                        DISPLAY "That word is on file as a "
                                "misspelling of "
                                FUNCTION TRIM(DW-FIX)
                                " - remove it first."
                    END-IF
                    EXIT PARAGRAPH
            END-READ.
            MOVE SPACES TO DW-DATA-RAW.
            MOVE WS-WORD-IN TO DW-WORD.
            MOVE 'W' TO DW-KIND.
            MOVE WS-AUDIT-OPERATOR TO DW-BY.
            MOVE WS-TODAY TO DW-DATE.
            WRITE DW-DATA-RAW
                INVALID KEY
                    DISPLAY "Unable to add that word, status "
                            WS-DICT-STATUS
                    EXIT PARAGRAPH
            END-WRITE.
            DISPLAY "Word added.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "dictionary word added ["
                FUNCTION TRIM(WS-WORD-IN) "]"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'DICTADD' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> The fix must itself be a word the house accepts, so an
      *> accepted fix never leaves a new suspect behind it:
       3000-ADD-MISSPELLING.
            DISPLAY "Misspelling:".
            ACCEPT WS-WORD-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-WORD-IN) TO WS-WORD-IN.
            PERFORM 0100-CHECK-WORD-SHAPE.
            IF WS-WORD-OK NOT = 'Y'
                DISPLAY "A single word of letters is required."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WORD-IN TO WS-FIX-IN.
            DISPLAY "House spelling:".
            ACCEPT WS-WORD-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-WORD-IN) TO WS-WORD-IN.
            MOVE WS-WORD-IN TO DW-WORD.
            READ HOUSE-DICTIONARY-FILE
                INVALID KEY
                    DISPLAY "Add " FUNCTION TRIM(WS-WORD-IN)
                            " as a word first."
                    EXIT PARAGRAPH
            END-READ.
            IF NOT DW-GOOD-WORD
                DISPLAY FUNCTION TRIM(WS-WORD-IN)
                        " is itself a misspelling."
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO DW-DATA-RAW.
            MOVE WS-FIX-IN TO DW-WORD.
            MOVE 'T' TO DW-KIND.
            MOVE WS-WORD-IN TO DW-FIX.
            MOVE WS-AUDIT-OPERATOR TO DW-BY.
            MOVE WS-TODAY TO DW-DATE.
            WRITE DW-DATA-RAW
                INVALID KEY
                    DISPLAY "That word is already on file - remove "
                            "it first."
                    EXIT PARAGRAPH
            END-WRITE.
            DISPLAY "Misspelling added.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "dictionary misspelling added ["
                FUNCTION TRIM(WS-FIX-IN) "] -> ["
                FUNCTION TRIM(WS-WORD-IN) "]"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'DICTTYPO' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       4000-REMOVE-ENTRY.
            DISPLAY "Word to remove:".
            ACCEPT WS-WORD-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-WORD-IN) TO DW-WORD.
            READ HOUSE-DICTIONARY-FILE
                INVALID KEY
                    DISPLAY "That word is not in the dictionary."
                    EXIT PARAGRAPH
            END-READ.
            DELETE HOUSE-DICTIONARY-FILE
                INVALID KEY
                    DISPLAY "Unable to remove that word, status "
                            WS-DICT-STATUS
                    EXIT PARAGRAPH
            END-DELETE.
            DISPLAY "Entry removed.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "dictionary entry removed ["
                FUNCTION TRIM(DW-WORD) "]"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'DICTDEL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> One word per line; lines that are blank, start with '*',
      *> or are not a single word are passed over, and a word
      *> already on file is left as it is:
       5000-IMPORT-WORD-LIST.
            DISPLAY "Word list file path:".
            ACCEPT WS-LIST-PATH FROM CONSOLE.
            OPEN INPUT WORD-LIST-FILE.
            IF WS-LIST-STATUS NOT = '00'
                DISPLAY "Unable to open that file, status "
                        WS-LIST-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-ADDED-COUNT WS-SKIPPED-COUNT.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ WORD-LIST-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 5100-IMPORT-ONE-WORD
                END-READ
            END-PERFORM.
            CLOSE WORD-LIST-FILE.
            MOVE WS-ADDED-COUNT TO WS-NUM-ED.
            MOVE WS-SKIPPED-COUNT TO WS-NUM-ED-2.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " word(s) added, "
                    FUNCTION TRIM(WS-NUM-ED-2) " line(s) passed over.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "dictionary import, " FUNCTION TRIM(WS-NUM-ED)
                " added, " FUNCTION TRIM(WS-NUM-ED-2)
                " passed over, from " FUNCTION TRIM(WS-LIST-PATH)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'DICTIMP' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       5100-IMPORT-ONE-WORD.
            IF WS-LIST-RECORD = SPACES OR WS-LIST-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-WORD-IN.
            MOVE FUNCTION UPPER-CASE(
                FUNCTION TRIM(WS-LIST-RECORD)) TO WS-WORD-IN.
            PERFORM 0100-CHECK-WORD-SHAPE.
            IF WS-WORD-OK NOT = 'Y'
                OR FUNCTION LENGTH(FUNCTION TRIM(WS-LIST-RECORD)) > 30
                ADD 1 TO WS-SKIPPED-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO DW-DATA-RAW.
            MOVE WS-WORD-IN TO DW-WORD.
            MOVE 'W' TO DW-KIND.
            MOVE WS-AUDIT-OPERATOR TO DW-BY.
            MOVE WS-TODAY TO DW-DATE.
            WRITE DW-DATA-RAW
                INVALID KEY
                    ADD 1 TO WS-SKIPPED-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-ADDED-COUNT
            END-WRITE.

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
            MOVE 'Q_DICTMNT' TO AUDIT-PROGRAM.
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

       COPY MM-LAYCHK-PROC.
