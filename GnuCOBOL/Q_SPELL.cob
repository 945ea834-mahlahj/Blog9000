       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SPELL.

      *> Q_SPELL - the one place that checks spelling against the
      *> house dictionary.  CALLed by every intake path, alongside
      *> Q_SCREEN, and by the Q_COPYED copy-edit run, so the rules
      *> for what counts as a word are written exactly once.
      *>
      *>   LK-MODE 'C': check.  LK-TEXT (LK-LEN long) goes in; each
      *>     distinct word the dictionary does not know comes back
      *>     in LK-WORDS, a table of up to 20 entries of word X(30)
      *>     and house spelling X(30) - the spelling is filled only
      *>     when the word is on file as a known misspelling.
      *>     LK-COUNT is the number of distinct suspects (counted on
      *>     past the 20 listed).  LK-RESULT comes back:
      *>       'P'  every word known
      *>       'S'  suspect words found - flag, never block
      *>       'M'  no house dictionary on file - nothing checked
      *>   LK-MODE 'R': replace.  The first LK-WORDS entry names the
      *>     word and its replacement; every whole-word occurrence
      *>     in LK-TEXT is replaced, keeping the original's capitals
      *>     (teh/Teh/TEH become the/The/THE), and LK-LEN follows.
      *>     LK-COUNT is the number replaced; LK-RESULT is 'P', or
      *>     'T' when the result would run past 3060 characters and
      *>     the text was left exactly as it was.
      *>
      *> A word is a run of letters, with an apostrophe allowed
      *> between two letters; digits, hyphens and punctuation -
      *> curly quotes and dashes included - end it.  Single
      *> letters, words longer than the dictionary key and words
      *> carrying accented (multi-byte) characters are passed over
      *> rather than flagged, and a possessive "'S" is accepted
      *> when the word it hangs on is known.
      *>
      *> Opened once per run unit, INPUT only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT HOUSE-DICTIONARY-FILE
            ASSIGN TO WS-DICT-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS DW-WORD
            FILE STATUS IS WS-DICT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-DICT-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-DICT-PATH.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-AVAILABLE          PIC X VALUE 'N'.
       01 WS-POS                PIC 9(5) COMP VALUE ZERO.
       01 WS-WORD-START         PIC 9(5) COMP VALUE ZERO.
       01 WS-WORD-LEN           PIC 9(5) COMP VALUE ZERO.
       01 WS-CHAR               PIC X VALUE SPACE.
       01 WS-CHAR-WIDTH         PIC 9 COMP VALUE 1.
       01 WS-NEXT-CHAR          PIC X VALUE SPACE.
       01 WS-IS-LETTER          PIC X VALUE 'N'.
       01 WS-HAS-HIGH           PIC X VALUE 'N'.
       01 WS-WORD-UPPER         PIC X(30) VALUE SPACES.
       01 WS-WORD-KNOWN         PIC X VALUE 'N'.
       01 WS-WORD-FIX           PIC X(30) VALUE SPACES.
       01 WS-SUSPECT-I          PIC 9(3) COMP VALUE ZERO.
       01 WS-ALREADY-LISTED     PIC X VALUE 'N'.
       01 WS-LISTED             PIC 9(3) COMP VALUE ZERO.

      *> Replace-mode scratch - the new text is built here and only
      *> copied back over LK-TEXT when it fits:
       01 WS-FROM-WORD          PIC X(30) VALUE SPACES.
       01 WS-TO-WORD            PIC X(30) VALUE SPACES.
       01 WS-TO-LEN             PIC 9(3) COMP VALUE ZERO.
       01 WS-CASED-WORD         PIC X(30) VALUE SPACES.
       01 WS-OUT-TEXT           PIC X(3060) VALUE SPACES.
       01 WS-OUT-LEN            PIC 9(5) COMP VALUE ZERO.
       01 WS-COPIED-TO          PIC 9(5) COMP VALUE ZERO.
       01 WS-PIECE-LEN          PIC 9(5) COMP VALUE ZERO.
       01 WS-OVERFLOW           PIC X VALUE 'N'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
       01 LK-TEXT               PIC X(3060).
       01 LK-LEN                PIC 9(5).
       01 LK-RESULT             PIC X.
       01 LK-COUNT              PIC 9(3).
       01 LK-WORDS.
           05 LK-SUSPECT OCCURS 20 TIMES.
               10 LK-SUSPECT-WORD    PIC X(30).
               10 LK-SUSPECT-FIX     PIC X(30).

        PROCEDURE DIVISION USING LK-MODE LK-TEXT LK-LEN
                                 LK-RESULT LK-COUNT LK-WORDS.
        IF WS-OPENED NOT = 'Y'
            ACCEPT WS-DICT-PATH FROM ENVIRONMENT "MM_DICT_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT
            MOVE 'Q_SPELL' TO WS-LAYCHK-PROGRAM
            MOVE 'DICT' TO WS-LAYCHK-CODE
            MOVE WS-DICT-PATH TO WS-LAYCHK-PATH
            PERFORM CHECK-FILE-LAYOUT
            OPEN INPUT HOUSE-DICTIONARY-FILE
            IF WS-DICT-STATUS = '00'
                MOVE 'Y' TO WS-AVAILABLE
            END-IF
            MOVE 'Y' TO WS-OPENED
        END-IF.

        MOVE 'P' TO LK-RESULT.
        MOVE ZERO TO LK-COUNT.
        IF LK-MODE = 'R'
            PERFORM 2000-REPLACE-THE-WORD
            GOBACK
        END-IF.

        MOVE SPACES TO LK-WORDS.
        MOVE ZERO TO WS-LISTED.
        IF WS-AVAILABLE NOT = 'Y'
            MOVE 'M' TO LK-RESULT
            GOBACK
        END-IF.
        MOVE 1 TO WS-POS.
        PERFORM UNTIL WS-POS > LK-LEN
            PERFORM 0100-FIND-NEXT-WORD
            IF WS-WORD-LEN > ZERO
                PERFORM 1000-CHECK-ONE-WORD
            END-IF
        END-PERFORM.
        IF LK-COUNT > ZERO
            MOVE 'S' TO LK-RESULT
        END-IF.

        GOBACK.

      *> Skip to the next letter from WS-POS, then run to the end of
      *> the word.  WS-WORD-START/WS-WORD-LEN describe the word (a
      *> length of zero means the text ran out first) and WS-POS is
      *> left on the character after it:
       0100-FIND-NEXT-WORD.
            MOVE ZERO TO WS-WORD-LEN.
            MOVE 'N' TO WS-IS-LETTER.
            PERFORM UNTIL WS-POS > LK-LEN OR WS-IS-LETTER = 'Y'
                PERFORM 0200-TEST-LETTER
                IF WS-IS-LETTER NOT = 'Y'
                    ADD WS-CHAR-WIDTH TO WS-POS
                END-IF
            END-PERFORM.
            IF WS-POS > LK-LEN
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-POS TO WS-WORD-START.
            MOVE 'N' TO WS-HAS-HIGH.
            PERFORM UNTIL WS-POS > LK-LEN OR WS-IS-LETTER NOT = 'Y'
                IF LK-TEXT (WS-POS:1) >= X"80"
                    MOVE 'Y' TO WS-HAS-HIGH
                END-IF
                ADD 1 TO WS-POS
                IF WS-POS <= LK-LEN
                    PERFORM 0200-TEST-LETTER
                    PERFORM 0300-TEST-APOSTROPHE
                END-IF
            END-PERFORM.
            COMPUTE WS-WORD-LEN = WS-POS - WS-WORD-START.

      *> Letters are A-Z, a-z and the bytes of accented characters.
      *> The curly quotes, dashes and ellipsis all start X"E280" -
      *> those three bytes are punctuation, not letters:
       0200-TEST-LETTER.
            MOVE LK-TEXT (WS-POS:1) TO WS-CHAR.
            MOVE 1 TO WS-CHAR-WIDTH.
            MOVE 'N' TO WS-IS-LETTER.
            IF (WS-CHAR >= 'A' AND WS-CHAR <= 'Z')
                OR (WS-CHAR >= 'a' AND WS-CHAR <= 'z')
                MOVE 'Y' TO WS-IS-LETTER
                EXIT PARAGRAPH
            END-IF.
            IF WS-CHAR < X"80"
                EXIT PARAGRAPH
            END-IF.
            IF WS-CHAR = X"E2" AND WS-POS + 2 <= LK-LEN
                AND LK-TEXT (WS-POS + 1:1) = X"80"
                MOVE 3 TO WS-CHAR-WIDTH
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-IS-LETTER.

      *> An apostrophe - straight, or the curly X"E28099" - stays in
      *> the word only with a letter after it: "don't", but not a
      *> closing quote:
       0300-TEST-APOSTROPHE.
            IF WS-IS-LETTER = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACE TO WS-NEXT-CHAR.
            IF WS-CHAR = "'" AND WS-POS < LK-LEN
                MOVE LK-TEXT (WS-POS + 1:1) TO WS-NEXT-CHAR
            END-IF.
            IF WS-CHAR = X"E2" AND WS-POS + 3 <= LK-LEN
                AND LK-TEXT (WS-POS:3) = X"E28099"
                MOVE LK-TEXT (WS-POS + 3:1) TO WS-NEXT-CHAR
            END-IF.
            IF (WS-NEXT-CHAR >= 'A' AND WS-NEXT-CHAR <= 'Z')
                OR (WS-NEXT-CHAR >= 'a' AND WS-NEXT-CHAR <= 'z')
                MOVE 'Y' TO WS-IS-LETTER
            END-IF.

       1000-CHECK-ONE-WORD.
            IF WS-WORD-LEN < 2 OR WS-WORD-LEN > 30
                OR WS-HAS-HIGH = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-WORD-UPPER.
            MOVE FUNCTION UPPER-CASE(
                LK-TEXT (WS-WORD-START:WS-WORD-LEN))
                TO WS-WORD-UPPER.
            PERFORM 1100-LOOK-UP-THE-WORD.
            IF WS-WORD-KNOWN = 'N' AND WS-WORD-LEN > 3
                AND WS-WORD-UPPER (WS-WORD-LEN - 1:2) = "'S"
                MOVE SPACES TO WS-WORD-UPPER (WS-WORD-LEN - 1:2)
                PERFORM 1100-LOOK-UP-THE-WORD
                IF WS-WORD-KNOWN = 'N'
                    MOVE "'S" TO WS-WORD-UPPER (WS-WORD-LEN - 1:2)
                END-IF
            END-IF.
            IF WS-WORD-KNOWN = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-ALREADY-LISTED.
            PERFORM VARYING WS-SUSPECT-I FROM 1 BY 1
                UNTIL WS-SUSPECT-I > WS-LISTED
                OR WS-ALREADY-LISTED = 'Y'
                IF LK-SUSPECT-WORD (WS-SUSPECT-I) = WS-WORD-UPPER
                    MOVE 'Y' TO WS-ALREADY-LISTED
                END-IF
            END-PERFORM.
            IF WS-ALREADY-LISTED = 'Y'
                EXIT PARAGRAPH
            END-IF.
            IF LK-COUNT < 999
                ADD 1 TO LK-COUNT
            END-IF.
            IF WS-LISTED < 20
                ADD 1 TO WS-LISTED
                MOVE WS-WORD-UPPER TO LK-SUSPECT-WORD (WS-LISTED)
                MOVE WS-WORD-FIX TO LK-SUSPECT-FIX (WS-LISTED)
            END-IF.

      *> 'Y' for a word the house accepts; a known misspelling is
      *> 'N' with its house spelling left in WS-WORD-FIX:
       1100-LOOK-UP-THE-WORD.
            MOVE 'N' TO WS-WORD-KNOWN.
            MOVE SPACES TO WS-WORD-FIX.
            MOVE WS-WORD-UPPER TO DW-WORD.
            READ HOUSE-DICTIONARY-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF DW-MISSPELLING
                        MOVE DW-FIX TO WS-WORD-FIX
                    ELSE
                        MOVE 'Y' TO WS-WORD-KNOWN
                    END-IF
            END-READ.

      *> The text is rebuilt piece by piece in WS-OUT-TEXT: the run
      *> of characters up to each matching word, then the
      *> replacement cased to match, then on to the next:
       2000-REPLACE-THE-WORD.
            MOVE FUNCTION UPPER-CASE(LK-SUSPECT-WORD (1))
                TO WS-FROM-WORD.
            MOVE FUNCTION UPPER-CASE(LK-SUSPECT-FIX (1))
                TO WS-TO-WORD.
            IF WS-FROM-WORD = SPACES OR WS-TO-WORD = SPACES
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-TO-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-TO-WORD TRAILING)).
            MOVE SPACES TO WS-OUT-TEXT.
            MOVE ZERO TO WS-OUT-LEN.
            MOVE ZERO TO WS-COPIED-TO.
            MOVE 'N' TO WS-OVERFLOW.
            MOVE 1 TO WS-POS.
            PERFORM UNTIL WS-POS > LK-LEN OR WS-OVERFLOW = 'Y'
                PERFORM 0100-FIND-NEXT-WORD
                IF WS-WORD-LEN > ZERO AND WS-WORD-LEN <= 30
                    MOVE SPACES TO WS-WORD-UPPER
                    MOVE FUNCTION UPPER-CASE(
                        LK-TEXT (WS-WORD-START:WS-WORD-LEN))
                        TO WS-WORD-UPPER
                    IF WS-WORD-UPPER = WS-FROM-WORD
                        PERFORM 2100-SWAP-IN-REPLACEMENT
                    END-IF
                END-IF
            END-PERFORM.
            IF LK-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PIECE-LEN = LK-LEN - WS-COPIED-TO.
            IF WS-OUT-LEN + WS-PIECE-LEN > 3060
                MOVE 'Y' TO WS-OVERFLOW
            END-IF.
            IF WS-OVERFLOW = 'Y'
                MOVE 'T' TO LK-RESULT
                MOVE ZERO TO LK-COUNT
                EXIT PARAGRAPH
            END-IF.
            IF WS-PIECE-LEN > ZERO
                MOVE LK-TEXT (WS-COPIED-TO + 1:WS-PIECE-LEN)
                    TO WS-OUT-TEXT (WS-OUT-LEN + 1:WS-PIECE-LEN)
                ADD WS-PIECE-LEN TO WS-OUT-LEN
            END-IF.
            MOVE WS-OUT-TEXT TO LK-TEXT.
            MOVE WS-OUT-LEN TO LK-LEN.

       2100-SWAP-IN-REPLACEMENT.
            COMPUTE WS-PIECE-LEN = WS-WORD-START - 1 - WS-COPIED-TO.
            IF WS-OUT-LEN + WS-PIECE-LEN + WS-TO-LEN > 3060
                MOVE 'Y' TO WS-OVERFLOW
                EXIT PARAGRAPH
            END-IF.
            IF WS-PIECE-LEN > ZERO
                MOVE LK-TEXT (WS-COPIED-TO + 1:WS-PIECE-LEN)
                    TO WS-OUT-TEXT (WS-OUT-LEN + 1:WS-PIECE-LEN)
                ADD WS-PIECE-LEN TO WS-OUT-LEN
            END-IF.
      *> All capitals stay all capitals, a leading capital stays a
      *> leading capital, anything else goes in lower case:
            MOVE FUNCTION LOWER-CASE(WS-TO-WORD) TO WS-CASED-WORD.
            IF LK-TEXT (WS-WORD-START:WS-WORD-LEN)
                = WS-WORD-UPPER (1:WS-WORD-LEN)
                AND WS-WORD-LEN > 1
                MOVE WS-TO-WORD TO WS-CASED-WORD
            ELSE
                IF LK-TEXT (WS-WORD-START:1) >= 'A'
                    AND LK-TEXT (WS-WORD-START:1) <= 'Z'
                    MOVE WS-TO-WORD (1:1) TO WS-CASED-WORD (1:1)
                END-IF
            END-IF.
            MOVE WS-CASED-WORD (1:WS-TO-LEN)
                TO WS-OUT-TEXT (WS-OUT-LEN + 1:WS-TO-LEN).
            ADD WS-TO-LEN TO WS-OUT-LEN.
            COMPUTE WS-COPIED-TO = WS-WORD-START + WS-WORD-LEN - 1.
            IF LK-COUNT < 999
                ADD 1 TO LK-COUNT
            END-IF.

       COPY MM-LAYCHK-PROC.
