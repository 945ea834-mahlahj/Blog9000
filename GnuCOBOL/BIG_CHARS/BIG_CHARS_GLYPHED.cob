IDENTIFICATION DIVISION.
PROGRAM-ID. BIG-CHARS-GLYPHED.

*> Glyph editor for BIG-CHARS font files - the DEFAULT.FONT format
*> BIG-CHARS-RENDER loads, that BIG_CHARS_FONTDUMP writes and
*> BIG_CHARS_FLFIMPORT converts FIGlet fonts into.  One screen
*> shows a glyph's 9x9 cell between column guides; the operator
*> types over the cells in place or works by command:
*>
*>   T r c     toggle the cell at row r, column c (blank <-> ink)
*>   G x       go to the glyph for x, adding it when the font has
*>             none - x may be an accented capital, any UTF-8
*>             character of up to four bytes
*>   N / P     next / previous glyph in the file's order
*>   C x       copy glyph x's cells onto this glyph
*>   V text    preview text through BIG-CHARS-RENDER in the font
*>             as it stands, unsaved edits and all
*>   S path    save under a new name - never over the file being
*>             edited, never over a file already there
*>   Q         quit
*>
*> Every glyph in a font file has to be exactly nine rows of at
*> most nine columns.  The file is checked as it is opened - a
*> short glyph is padded, a long one cut, and each is listed
*> before the screen comes up - and a saved file is read back
*> through the same checks before it is reported as written.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FONT-IN-FILE ASSIGN TO WS-CHECK-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-FONT-STATUS.

SELECT FONT-OUT-FILE ASSIGN TO WS-OUT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-OUT-STATUS.

SELECT PREVIEW-FILE ASSIGN TO WS-PREVIEW-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-PREVIEW-STATUS.

DATA DIVISION.
FILE SECTION.
FD  FONT-IN-FILE.
01  WS-FONT-IN-LINE        PIC X(80).

FD  FONT-OUT-FILE.
01  WS-FONT-OUT-LINE       PIC X(20).

FD  PREVIEW-FILE.
01  WS-PREVIEW-RECORD      PIC X(200).

WORKING-STORAGE SECTION.
01 WS-FONT-PATH            PIC X(200) VALUE SPACES.
01 WS-CHECK-PATH           PIC X(200) VALUE SPACES.
01 WS-FONT-STATUS          PIC XX VALUE '00'.
01 WS-OUT-PATH             PIC X(200) VALUE SPACES.
01 WS-OUT-STATUS           PIC XX VALUE '00'.
01 WS-EOF                  PIC X VALUE 'N'.
01 WS-DONE                 PIC X VALUE 'N'.
01 WS-CHANGED              PIC X VALUE 'N'.
01 WS-QUIT-WARNED          PIC X VALUE 'N'.
01 WS-CALL-STATUS          PIC S9(9) BINARY VALUE ZERO.
01 WS-FILE-INFO            PIC X(16) VALUE SPACES.
01 WS-NUM-ED               PIC -(5)9.
01 WS-NUM2-ED              PIC -(5)9.
01 WS-PAUSE                PIC X VALUE SPACE.

*> The font being edited, in the file's own order:
01 WS-GLYPH-COUNT          PIC 9(3) COMP VALUE ZERO.
01 WS-GLYPH-TABLE.
   05 WS-GLYPH OCCURS 160 TIMES.
      10 WS-GLYPH-NAME     PIC X(4).
      10 WS-GLYPH-CELLS.
         15 WS-GLYPH-ROW   OCCURS 9 TIMES PIC X(9).
01 WS-G                    PIC 9(3) COMP VALUE ZERO.
01 WS-FIND-NAME            PIC X(4) VALUE SPACES.
01 WS-FIND-G               PIC 9(3) COMP VALUE ZERO.
01 WS-SEARCH-G             PIC 9(3) COMP VALUE ZERO.
01 WS-ROW-I                PIC 9(2) COMP VALUE ZERO.
01 WS-COL-I                PIC 9(2) COMP VALUE ZERO.
01 WS-BEFORE-CELLS         PIC X(81) VALUE SPACES.

*> Checking a font file - WS-CHECK-ONLY 'Y' reads a saved file
*> back without touching the glyphs being edited:
01 WS-CHECK-ONLY           PIC X VALUE 'N'.
01 WS-CHECK-GLYPHS         PIC 9(3) COMP VALUE ZERO.
01 WS-CHECK-NAME           PIC X(4) VALUE SPACES.
01 WS-CHECK-ROWS           PIC 9(3) COMP VALUE ZERO.
01 WS-CHECK-SKIP           PIC X VALUE 'N'.
01 WS-CHECK-LONG           PIC X VALUE 'N'.
01 WS-PROBLEM-COUNT        PIC 9(3) COMP VALUE ZERO.
01 WS-PROBLEM-TABLE.
   05 WS-PROBLEM OCCURS 40 TIMES PIC X(70).
01 WS-PROBLEM-I            PIC 9(3) COMP VALUE ZERO.
01 WS-PROBLEM-TEXT         PIC X(70) VALUE SPACES.
01 WS-ROW-ED               PIC Z9.

*> Preview through the renderer.  It reloads a font only when
*> handed a different path from the last call, so the sample font
*> is written under two names taken in turn:
01 WS-SAMPLE-FONT          PIC X(200) VALUE SPACES.
01 WS-SAMPLE-TURN          PIC 9 VALUE 1.
01 WS-PREVIEW-PATH         PIC X(200) VALUE SPACES.
01 WS-PREVIEW-STATUS       PIC XX VALUE '00'.
01 WS-PREVIEW-I            PIC 9(2) COMP VALUE ZERO.
01 WS-RENDER-TEXT          PIC X(80) VALUE SPACES.
01 WS-RENDER-SCALE         PIC 9 VALUE 1.
01 WS-RENDER-GPR           PIC 9(2) VALUE 8.
01 WS-RENDER-COLOR         PIC X VALUE 'N'.
01 WS-RENDER-MODE          PIC X VALUE 'O'.
01 WS-RENDER-STATUS        PIC XX VALUE '00'.
01 WS-RENDER-ORIENT        PIC X VALUE 'A'.
01 WS-RENDER-WIDTH         PIC 9(3) VALUE ZERO.

*> Command line:
01 WS-CMD-VERB             PIC X VALUE SPACE.
01 WS-CMD-ARG              PIC X(58) VALUE SPACES.
01 WS-CMD-ROW-A            PIC X(5) VALUE SPACES.
01 WS-CMD-COL-A            PIC X(5) VALUE SPACES.
01 WS-CHAR-LEN             PIC 9 COMP VALUE 1.

*> What the screen shows:
01 WS-SCR-FONT             PIC X(40) VALUE SPACES.
01 WS-SCR-NAME             PIC X(4) VALUE SPACES.
01 WS-SCR-POS              PIC X(30) VALUE SPACES.
01 WS-SCR-INK              PIC X VALUE 'X'.
01 WS-SCR-GRID.
   05 WS-SCR-ROW-1         PIC X(9).
   05 WS-SCR-ROW-2         PIC X(9).
   05 WS-SCR-ROW-3         PIC X(9).
   05 WS-SCR-ROW-4         PIC X(9).
   05 WS-SCR-ROW-5         PIC X(9).
   05 WS-SCR-ROW-6         PIC X(9).
   05 WS-SCR-ROW-7         PIC X(9).
   05 WS-SCR-ROW-8         PIC X(9).
   05 WS-SCR-ROW-9         PIC X(9).
01 WS-SCR-CMD              PIC X(60) VALUE SPACES.
01 WS-SCR-MSG              PIC X(76) VALUE SPACES.
01 WS-SCR-PREVIEW.
   05 WS-SCR-PREVIEW-1     PIC X(76).
   05 WS-SCR-PREVIEW-2     PIC X(76).
   05 WS-SCR-PREVIEW-3     PIC X(76).
   05 WS-SCR-PREVIEW-4     PIC X(76).
   05 WS-SCR-PREVIEW-5     PIC X(76).
   05 WS-SCR-PREVIEW-6     PIC X(76).
   05 WS-SCR-PREVIEW-7     PIC X(76).
   05 WS-SCR-PREVIEW-8     PIC X(76).
   05 WS-SCR-PREVIEW-9     PIC X(76).
01 WS-SCR-PREVIEW-TABLE REDEFINES WS-SCR-PREVIEW.
   05 WS-SCR-PREVIEW-LINE  OCCURS 9 TIMES PIC X(76).

SCREEN SECTION.
*> The cell between its column guides, the commands beside it, the
*> command and its answer underneath, then the last preview:
01  GLYPH-EDIT-FORM.
    05 BLANK SCREEN.
    05 LINE 1 COL 2 VALUE "BIG CHARS - Glyph Editor".
    05 LINE 1 COL 30 PIC X(40) FROM WS-SCR-FONT.
    05 LINE 3 COL 2 VALUE "Glyph [".
    05 LINE 3 COL 9 PIC X(4) FROM WS-SCR-NAME.
    05 LINE 3 COL 13 VALUE "]".
    05 LINE 3 COL 16 PIC X(30) FROM WS-SCR-POS.
    05 LINE 3 COL 50 VALUE "Ink:".
    05 LINE 3 COL 55 PIC X USING WS-SCR-INK.
    05 LINE 4 COL 6 VALUE "123456789".
    05 LINE 5 COL 2 VALUE "1 |".
    05 LINE 5 COL 6 PIC X(9) USING WS-SCR-ROW-1.
    05 LINE 5 COL 15 VALUE "|".
    05 LINE 6 COL 2 VALUE "2 |".
    05 LINE 6 COL 6 PIC X(9) USING WS-SCR-ROW-2.
    05 LINE 6 COL 15 VALUE "|".
    05 LINE 7 COL 2 VALUE "3 |".
    05 LINE 7 COL 6 PIC X(9) USING WS-SCR-ROW-3.
    05 LINE 7 COL 15 VALUE "|".
    05 LINE 8 COL 2 VALUE "4 |".
    05 LINE 8 COL 6 PIC X(9) USING WS-SCR-ROW-4.
    05 LINE 8 COL 15 VALUE "|".
    05 LINE 9 COL 2 VALUE "5 |".
    05 LINE 9 COL 6 PIC X(9) USING WS-SCR-ROW-5.
    05 LINE 9 COL 15 VALUE "|".
    05 LINE 10 COL 2 VALUE "6 |".
    05 LINE 10 COL 6 PIC X(9) USING WS-SCR-ROW-6.
    05 LINE 10 COL 15 VALUE "|".
    05 LINE 11 COL 2 VALUE "7 |".
    05 LINE 11 COL 6 PIC X(9) USING WS-SCR-ROW-7.
    05 LINE 11 COL 15 VALUE "|".
    05 LINE 12 COL 2 VALUE "8 |".
    05 LINE 12 COL 6 PIC X(9) USING WS-SCR-ROW-8.
    05 LINE 12 COL 15 VALUE "|".
    05 LINE 13 COL 2 VALUE "9 |".
    05 LINE 13 COL 6 PIC X(9) USING WS-SCR-ROW-9.
    05 LINE 13 COL 15 VALUE "|".
    05 LINE 5 COL 20 VALUE "Type over the cells, or:".
    05 LINE 6 COL 20 VALUE "T r c    toggle row r, column c".
    05 LINE 7 COL 20 VALUE "G x      go to glyph x (adds it if new)".
    05 LINE 8 COL 20 VALUE "N / P    next / previous glyph".
    05 LINE 9 COL 20 VALUE "C x      copy glyph x onto this one".
    05 LINE 10 COL 20 VALUE "V text   preview text in this font".
    05 LINE 11 COL 20 VALUE "S path   check and save under a new name".
    05 LINE 12 COL 20 VALUE "Q        quit".
    05 LINE 14 COL 2 VALUE "Command:".
    05 LINE 14 COL 11 PIC X(60) USING WS-SCR-CMD.
    05 LINE 15 COL 2 PIC X(76) FROM WS-SCR-MSG.
    05 LINE 16 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-1.
    05 LINE 17 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-2.
    05 LINE 18 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-3.
    05 LINE 19 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-4.
    05 LINE 20 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-5.
    05 LINE 21 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-6.
    05 LINE 22 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-7.
    05 LINE 23 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-8.
    05 LINE 24 COL 2 PIC X(76) FROM WS-SCR-PREVIEW-9.

PROCEDURE DIVISION.
    DISPLAY 'BIG-CHARS glyph editor'.
    DISPLAY 'Font file to edit? [blank = DEFAULT.FONT]'.
    ACCEPT WS-FONT-PATH FROM CONSOLE.
    IF WS-FONT-PATH = SPACES
        MOVE 'DEFAULT.FONT' TO WS-FONT-PATH
    END-IF.

    MOVE WS-FONT-PATH TO WS-CHECK-PATH.
    MOVE 'N' TO WS-CHECK-ONLY.
    PERFORM CHECK-A-FONT-FILE.
    IF WS-FONT-STATUS NOT = '00'
        DISPLAY 'Unable to open ' FUNCTION TRIM(WS-FONT-PATH)
                ', status ' WS-FONT-STATUS
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-GLYPH-COUNT = ZERO
        DISPLAY 'No glyphs in ' FUNCTION TRIM(WS-FONT-PATH)
                ' - not a font file.'
        MOVE 1 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-GLYPH-COUNT TO WS-NUM-ED.
    DISPLAY FUNCTION TRIM(WS-NUM-ED) ' glyph(s) read from '
            FUNCTION TRIM(WS-FONT-PATH).
    IF WS-PROBLEM-COUNT > ZERO
        PERFORM LIST-THE-PROBLEMS
        DISPLAY 'Short glyphs were padded and long ones cut - fix '
                'them here and save.'
        DISPLAY 'Press Enter for the editor.'
        ACCEPT WS-PAUSE FROM CONSOLE
    END-IF.

    MOVE WS-FONT-PATH TO WS-SCR-FONT.
    MOVE SPACES TO WS-SCR-PREVIEW WS-SCR-MSG.
    MOVE 1 TO WS-G.
    PERFORM UNTIL WS-DONE = 'Y'
        PERFORM SHOW-AND-ACCEPT
        PERFORM OBEY-THE-COMMAND
    END-PERFORM.

    STOP RUN.

*> Puts the glyph on the form, takes the operator's edits back
*> into the font and leaves the command in WS-SCR-CMD:
SHOW-AND-ACCEPT.
    MOVE WS-GLYPH-NAME (WS-G) TO WS-SCR-NAME.
    MOVE WS-G TO WS-NUM-ED.
    MOVE WS-GLYPH-COUNT TO WS-NUM2-ED.
    MOVE SPACES TO WS-SCR-POS.
    STRING 'glyph ' FUNCTION TRIM(WS-NUM-ED) ' of '
        FUNCTION TRIM(WS-NUM2-ED)
        DELIMITED BY SIZE INTO WS-SCR-POS.
    MOVE WS-GLYPH-CELLS (WS-G) TO WS-SCR-GRID WS-BEFORE-CELLS.
    MOVE SPACES TO WS-SCR-CMD.
    DISPLAY GLYPH-EDIT-FORM.
    ACCEPT GLYPH-EDIT-FORM.
    MOVE SPACES TO WS-SCR-MSG.
    IF WS-SCR-GRID NOT = WS-BEFORE-CELLS
        MOVE WS-SCR-GRID TO WS-GLYPH-CELLS (WS-G)
        MOVE 'Y' TO WS-CHANGED
    END-IF.
    IF WS-SCR-INK = SPACE
        MOVE 'X' TO WS-SCR-INK
    END-IF.

OBEY-THE-COMMAND.
    MOVE FUNCTION UPPER-CASE(WS-SCR-CMD (1:1)) TO WS-CMD-VERB.
    MOVE WS-SCR-CMD (3:58) TO WS-CMD-ARG.
    IF WS-CMD-VERB NOT = 'Q'
        MOVE 'N' TO WS-QUIT-WARNED
    END-IF.
    EVALUATE WS-CMD-VERB
        WHEN SPACE
            CONTINUE
        WHEN 'T'
            PERFORM TOGGLE-A-CELL
        WHEN 'G'
            PERFORM GO-TO-A-GLYPH
        WHEN 'N'
            ADD 1 TO WS-G
            IF WS-G > WS-GLYPH-COUNT
                MOVE 1 TO WS-G
            END-IF
        WHEN 'P'
            IF WS-G = 1
                MOVE WS-GLYPH-COUNT TO WS-G
            ELSE
                SUBTRACT 1 FROM WS-G
            END-IF
        WHEN 'C'
            PERFORM COPY-A-GLYPH
        WHEN 'V'
            PERFORM PREVIEW-THE-FONT
        WHEN 'S'
            PERFORM SAVE-THE-FONT
        WHEN 'Q'
            IF WS-CHANGED = 'Y' AND WS-QUIT-WARNED = 'N'
                MOVE 'Y' TO WS-QUIT-WARNED
                MOVE 'Unsaved changes - Q again to quit without '
                    & 'saving, or S path to save first.'
                    TO WS-SCR-MSG
            ELSE
                MOVE 'Y' TO WS-DONE
            END-IF
        WHEN OTHER
            MOVE 'Commands are T, G, N, P, C, V, S and Q.'
                TO WS-SCR-MSG
    END-EVALUATE.

TOGGLE-A-CELL.
    MOVE SPACES TO WS-CMD-ROW-A WS-CMD-COL-A.
    UNSTRING WS-CMD-ARG DELIMITED BY ALL SPACE
        INTO WS-CMD-ROW-A WS-CMD-COL-A
    END-UNSTRING.
    IF WS-CMD-ROW-A (1:1) < '1' OR WS-CMD-ROW-A (1:1) > '9'
        OR WS-CMD-ROW-A (2:1) NOT = SPACE
        OR WS-CMD-COL-A (1:1) < '1' OR WS-CMD-COL-A (1:1) > '9'
        OR WS-CMD-COL-A (2:1) NOT = SPACE
        MOVE 'T needs a row and a column, 1 to 9 each - T 3 5.'
            TO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CMD-ROW-A (1:1) TO WS-ROW-I.
    MOVE WS-CMD-COL-A (1:1) TO WS-COL-I.
    IF WS-GLYPH-ROW (WS-G, WS-ROW-I) (WS-COL-I:1) = SPACE
        MOVE WS-SCR-INK TO WS-GLYPH-ROW (WS-G, WS-ROW-I) (WS-COL-I:1)
    ELSE
        MOVE SPACE TO WS-GLYPH-ROW (WS-G, WS-ROW-I) (WS-COL-I:1)
    END-IF.
    MOVE 'Y' TO WS-CHANGED.

GO-TO-A-GLYPH.
    PERFORM TAKE-THE-GLYPH-NAME.
    PERFORM FIND-THE-GLYPH.
    IF WS-FIND-G > ZERO
        MOVE WS-FIND-G TO WS-G
        EXIT PARAGRAPH
    END-IF.
    IF WS-GLYPH-COUNT >= 160
        MOVE 'The font already has 160 glyphs - the renderer '
            & 'holds no more.'
            TO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-GLYPH-COUNT.
    MOVE WS-GLYPH-COUNT TO WS-G.
    MOVE WS-FIND-NAME TO WS-GLYPH-NAME (WS-G).
    MOVE SPACES TO WS-GLYPH-CELLS (WS-G).
    MOVE 'Y' TO WS-CHANGED.
    MOVE SPACES TO WS-SCR-MSG.
    STRING 'New glyph [' WS-FIND-NAME (1:WS-CHAR-LEN)
        '] added at the end of the font - draw it in.'
        DELIMITED BY SIZE INTO WS-SCR-MSG.

COPY-A-GLYPH.
    PERFORM TAKE-THE-GLYPH-NAME.
    PERFORM FIND-THE-GLYPH.
    IF WS-FIND-G = ZERO
        MOVE SPACES TO WS-SCR-MSG
        STRING 'No glyph [' WS-FIND-NAME (1:WS-CHAR-LEN)
            '] in this font to copy.'
            DELIMITED BY SIZE INTO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-GLYPH-CELLS (WS-FIND-G) TO WS-GLYPH-CELLS (WS-G).
    MOVE 'Y' TO WS-CHANGED.
    MOVE SPACES TO WS-SCR-MSG.
    STRING 'Copied [' WS-FIND-NAME (1:WS-CHAR-LEN) '] onto ['
        FUNCTION TRIM(WS-GLYPH-NAME (WS-G)) '].'
        DELIMITED BY SIZE INTO WS-SCR-MSG.

*> The character after the command letter names the glyph - a
*> whole UTF-8 sequence when its lead byte says so, and nothing
*> at all the space glyph:
TAKE-THE-GLYPH-NAME.
    EVALUATE TRUE
        WHEN WS-CMD-ARG (1:1) >= X"F0"
            MOVE 4 TO WS-CHAR-LEN
        WHEN WS-CMD-ARG (1:1) >= X"E0"
            MOVE 3 TO WS-CHAR-LEN
        WHEN WS-CMD-ARG (1:1) >= X"C0"
            MOVE 2 TO WS-CHAR-LEN
        WHEN OTHER
            MOVE 1 TO WS-CHAR-LEN
    END-EVALUATE.
    MOVE SPACES TO WS-FIND-NAME.
    MOVE WS-CMD-ARG (1:WS-CHAR-LEN) TO WS-FIND-NAME.

FIND-THE-GLYPH.
    MOVE ZERO TO WS-FIND-G.
    PERFORM VARYING WS-SEARCH-G FROM 1 BY 1
        UNTIL WS-SEARCH-G > WS-GLYPH-COUNT OR WS-FIND-G > ZERO
        IF WS-GLYPH-NAME (WS-SEARCH-G) = WS-FIND-NAME
            MOVE WS-SEARCH-G TO WS-FIND-G
        END-IF
    END-PERFORM.

*> The font as it stands goes to a sample file beside the one
*> being edited, the renderer letters the text into a preview
*> file, and its first row of glyphs comes back onto the form:
PREVIEW-THE-FONT.
    IF WS-CMD-ARG = SPACES
        MOVE 'V needs some text to letter - V HELLO.' TO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-SAMPLE-FONT WS-PREVIEW-PATH.
    STRING FUNCTION TRIM(WS-FONT-PATH) '.SAMPLE' WS-SAMPLE-TURN
        DELIMITED BY SIZE INTO WS-SAMPLE-FONT.
    STRING FUNCTION TRIM(WS-FONT-PATH) '.PREVIEW'
        DELIMITED BY SIZE INTO WS-PREVIEW-PATH.
    IF WS-SAMPLE-TURN = 1
        MOVE 2 TO WS-SAMPLE-TURN
    ELSE
        MOVE 1 TO WS-SAMPLE-TURN
    END-IF.
    MOVE WS-SAMPLE-FONT TO WS-OUT-PATH.
    PERFORM WRITE-THE-FONT.
    IF WS-OUT-STATUS NOT = '00'
        MOVE SPACES TO WS-SCR-MSG
        STRING 'Unable to write the sample font, status '
            WS-OUT-STATUS
            DELIMITED BY SIZE INTO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CMD-ARG TO WS-RENDER-TEXT.
    CALL "BIG-CHARS-RENDER" USING WS-RENDER-TEXT WS-RENDER-SCALE
        WS-RENDER-GPR WS-RENDER-COLOR WS-PREVIEW-PATH
        WS-RENDER-MODE WS-SAMPLE-FONT WS-RENDER-STATUS
        WS-RENDER-ORIENT WS-RENDER-WIDTH
    END-CALL.
    MOVE SPACES TO WS-SCR-PREVIEW.
    IF WS-RENDER-STATUS NOT = '00'
        MOVE SPACES TO WS-SCR-MSG
        STRING 'Unable to preview, status ' WS-RENDER-STATUS
            DELIMITED BY SIZE INTO WS-SCR-MSG
    ELSE
        MOVE 'N' TO WS-EOF
        OPEN INPUT PREVIEW-FILE
        PERFORM VARYING WS-PREVIEW-I FROM 1 BY 1
            UNTIL WS-PREVIEW-I > 9 OR WS-EOF = 'Y'
            READ PREVIEW-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE WS-PREVIEW-RECORD
                        TO WS-SCR-PREVIEW-LINE (WS-PREVIEW-I)
            END-READ
        END-PERFORM
        CLOSE PREVIEW-FILE
        MOVE 'Preview - the first eight characters, unsaved '
            & 'edits included.'
            TO WS-SCR-MSG
    END-IF.
    CALL "CBL_DELETE_FILE" USING WS-SAMPLE-FONT
        RETURNING WS-CALL-STATUS
    END-CALL.
    CALL "CBL_DELETE_FILE" USING WS-PREVIEW-PATH
        RETURNING WS-CALL-STATUS
    END-CALL.

*> A save always makes a new file: the font opened stays as it was
*> until someone chooses to put the new one in its place:
SAVE-THE-FONT.
    IF WS-CMD-ARG = SPACES
        MOVE 'S needs the new file name - S MONTREAL.FONT.'
            TO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    IF WS-CMD-ARG = WS-FONT-PATH
        MOVE 'Save under a new name - that is the font being '
            & 'edited.'
            TO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CMD-ARG TO WS-OUT-PATH.
    CALL "CBL_CHECK_FILE_EXIST" USING WS-OUT-PATH WS-FILE-INFO
        RETURNING WS-CALL-STATUS
    END-CALL.
    IF WS-CALL-STATUS = ZERO
        MOVE SPACES TO WS-SCR-MSG
        STRING FUNCTION TRIM(WS-OUT-PATH)
            ' is already there - choose a new name.'
            DELIMITED BY SIZE INTO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    PERFORM WRITE-THE-FONT.
    IF WS-OUT-STATUS NOT = '00'
        MOVE SPACES TO WS-SCR-MSG
        STRING 'Unable to write ' FUNCTION TRIM(WS-OUT-PATH)
            ', status ' WS-OUT-STATUS
            DELIMITED BY SIZE INTO WS-SCR-MSG
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-OUT-PATH TO WS-CHECK-PATH.
    MOVE 'Y' TO WS-CHECK-ONLY.
    PERFORM CHECK-A-FONT-FILE.
    MOVE SPACES TO WS-SCR-MSG.
    IF WS-PROBLEM-COUNT > ZERO OR WS-CHECK-GLYPHS NOT = WS-GLYPH-COUNT
        MOVE WS-PROBLEM-COUNT TO WS-NUM-ED
        STRING 'Saved, but the check found '
            FUNCTION TRIM(WS-NUM-ED) ' problem(s): '
            WS-PROBLEM (1)
            DELIMITED BY SIZE INTO WS-SCR-MSG
    ELSE
        MOVE WS-CHECK-GLYPHS TO WS-NUM-ED
        STRING FUNCTION TRIM(WS-NUM-ED) ' glyph(s) saved to '
            FUNCTION TRIM(WS-OUT-PATH) ' and checked, 9x9 each.'
            DELIMITED BY SIZE INTO WS-SCR-MSG
        MOVE 'N' TO WS-CHANGED
    END-IF.

*> '=X' then the nine rows, glyph after glyph, in the font's order:
WRITE-THE-FONT.
    OPEN OUTPUT FONT-OUT-FILE.
    IF WS-OUT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM VARYING WS-SEARCH-G FROM 1 BY 1
        UNTIL WS-SEARCH-G > WS-GLYPH-COUNT
        MOVE SPACES TO WS-FONT-OUT-LINE
        STRING '=' WS-GLYPH-NAME (WS-SEARCH-G)
            DELIMITED BY SIZE INTO WS-FONT-OUT-LINE
        WRITE WS-FONT-OUT-LINE
        PERFORM VARYING WS-ROW-I FROM 1 BY 1 UNTIL WS-ROW-I > 9
            MOVE WS-GLYPH-ROW (WS-SEARCH-G, WS-ROW-I)
                TO WS-FONT-OUT-LINE
            WRITE WS-FONT-OUT-LINE
        END-PERFORM
    END-PERFORM.
    CLOSE FONT-OUT-FILE.
    MOVE '00' TO WS-OUT-STATUS.

*> Reads a font file the way BIG-CHARS-RENDER does, noting every
*> glyph that is not exactly nine rows of nine columns and every
*> name used twice (the renderer only ever finds the first, so a
*> second is dropped as the font is opened):
CHECK-A-FONT-FILE.
    MOVE ZERO TO WS-PROBLEM-COUNT WS-CHECK-GLYPHS WS-CHECK-ROWS.
    MOVE 'N' TO WS-EOF WS-CHECK-SKIP WS-CHECK-LONG.
    IF WS-CHECK-ONLY = 'N'
        MOVE ZERO TO WS-GLYPH-COUNT
        MOVE SPACES TO WS-GLYPH-TABLE
    END-IF.
    OPEN INPUT FONT-IN-FILE.
    IF WS-FONT-STATUS NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-EOF = 'Y'
        READ FONT-IN-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END PERFORM CHECK-ONE-LINE
        END-READ
    END-PERFORM.
    CLOSE FONT-IN-FILE.
    PERFORM CHECK-THE-ROW-COUNT.
    MOVE '00' TO WS-FONT-STATUS.

CHECK-ONE-LINE.
    IF WS-FONT-IN-LINE (1:1) = '='
        PERFORM CHECK-THE-ROW-COUNT
        MOVE WS-FONT-IN-LINE (2:4) TO WS-CHECK-NAME
        MOVE ZERO TO WS-CHECK-ROWS
        MOVE 'N' TO WS-CHECK-SKIP WS-CHECK-LONG
        IF WS-CHECK-GLYPHS >= 160
            MOVE SPACES TO WS-PROBLEM-TEXT
            STRING 'Glyph [' FUNCTION TRIM(WS-CHECK-NAME)
                '] is past the 160 the renderer holds.'
                DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
            PERFORM NOTE-A-PROBLEM
            MOVE 'Y' TO WS-CHECK-SKIP
            EXIT PARAGRAPH
        END-IF
        ADD 1 TO WS-CHECK-GLYPHS
        IF WS-CHECK-ONLY = 'N'
            MOVE WS-CHECK-NAME TO WS-FIND-NAME
            PERFORM FIND-THE-GLYPH
            IF WS-FIND-G > ZERO
                MOVE SPACES TO WS-PROBLEM-TEXT
                STRING 'Glyph [' FUNCTION TRIM(WS-CHECK-NAME)
                    '] appears twice - the second is dropped.'
                    DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
                PERFORM NOTE-A-PROBLEM
                MOVE 'Y' TO WS-CHECK-SKIP
                EXIT PARAGRAPH
            END-IF
            ADD 1 TO WS-GLYPH-COUNT
            MOVE WS-CHECK-NAME TO WS-GLYPH-NAME (WS-GLYPH-COUNT)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-CHECK-GLYPHS = ZERO
        IF WS-FONT-IN-LINE NOT = SPACES AND WS-CHECK-LONG = 'N'
            MOVE 'Y' TO WS-CHECK-LONG
            MOVE 'Lines before the first =X glyph marker ignored.'
                TO WS-PROBLEM-TEXT
            PERFORM NOTE-A-PROBLEM
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-CHECK-SKIP = 'Y'
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CHECK-ROWS.
    IF WS-FONT-IN-LINE (10:71) NOT = SPACES AND WS-CHECK-LONG = 'N'
        MOVE 'Y' TO WS-CHECK-LONG
        MOVE WS-CHECK-ROWS TO WS-ROW-ED
        MOVE SPACES TO WS-PROBLEM-TEXT
        STRING 'Glyph [' FUNCTION TRIM(WS-CHECK-NAME) '] row '
            FUNCTION TRIM(WS-ROW-ED)
            ' runs past column 9 - cut at 9.'
            DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
        PERFORM NOTE-A-PROBLEM
    END-IF.
    IF WS-CHECK-ONLY = 'N' AND WS-CHECK-ROWS <= 9
        MOVE WS-FONT-IN-LINE (1:9)
            TO WS-GLYPH-ROW (WS-GLYPH-COUNT, WS-CHECK-ROWS)
    END-IF.

CHECK-THE-ROW-COUNT.
    IF WS-CHECK-GLYPHS = ZERO OR WS-CHECK-SKIP = 'Y'
        OR WS-CHECK-ROWS = 9
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CHECK-ROWS TO WS-NUM-ED.
    MOVE SPACES TO WS-PROBLEM-TEXT.
    IF WS-CHECK-ROWS < 9
        STRING 'Glyph [' FUNCTION TRIM(WS-CHECK-NAME) '] has '
            FUNCTION TRIM(WS-NUM-ED) ' row(s) - padded to 9.'
            DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
    ELSE
        STRING 'Glyph [' FUNCTION TRIM(WS-CHECK-NAME) '] has '
            FUNCTION TRIM(WS-NUM-ED) ' rows - cut to 9.'
            DELIMITED BY SIZE INTO WS-PROBLEM-TEXT
    END-IF.
    PERFORM NOTE-A-PROBLEM.

NOTE-A-PROBLEM.
    ADD 1 TO WS-PROBLEM-COUNT.
    IF WS-PROBLEM-COUNT <= 40
        MOVE WS-PROBLEM-TEXT TO WS-PROBLEM (WS-PROBLEM-COUNT)
    END-IF.

LIST-THE-PROBLEMS.
    MOVE WS-PROBLEM-COUNT TO WS-NUM-ED.
    DISPLAY FUNCTION TRIM(WS-NUM-ED) ' problem(s) in the font file:'.
    PERFORM VARYING WS-PROBLEM-I FROM 1 BY 1
        UNTIL WS-PROBLEM-I > WS-PROBLEM-COUNT OR WS-PROBLEM-I > 40
        DISPLAY '  ' FUNCTION TRIM(WS-PROBLEM (WS-PROBLEM-I))
    END-PERFORM.
    IF WS-PROBLEM-COUNT > 40
        DISPLAY '  ... and more past the first 40.'
    END-IF.
