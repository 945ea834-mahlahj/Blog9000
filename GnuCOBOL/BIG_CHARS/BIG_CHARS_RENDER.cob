*>                      format, ready to copy and restyle.
*>   LK-RENDER-STATUS   comes back '00' on success, else the file
*>                      status of the failed open
*>   LK-ORIENTATION     S ideways for a continuous-form banner,
*>                      anything else = across the page as above
*>   LK-PAGE-WIDTH      sideways only: print positions across the
*>                      paper (0 = 132, at most 190)
*>
*> Sideways, each glyph is turned a quarter turn clockwise and
*> blown up to fill the page width, one glyph after another down
*> the paper for as long as the text runs - turn the roll so its
*> right-hand edge is at the top to read it.  LK-SCALE and
*> LK-GLYPHS-PER-ROW do not apply; the width sets the size, and
*> each glyph column is drawn half as many lines deep as it is
*> print positions wide, so the lettering keeps its shape on a
*> printer whose lines are twice as tall as a character is wide.
*> Loaded fonts, the FIGlet imports among them, turn the same way
*> as the compiled-in glyphs.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 WS-TRIMMED-STRING      PIC X(80).
01 WS-STRING-LEN          PIC 9(3) COMP.
01 WS-CHAR-POS            PIC 9(3) COMP.
01 WS-CURRENT-CHAR        PIC X(4).
01 WS-CHAR-LEN            PIC 9 COMP.
01 WS-FOUND-SWITCH        PIC X VALUE 'N'.

01 WS-SCALE-FACTOR        PIC 9 VALUE 1.
01 WS-ROW-USED-WIDTH       PIC 9(4) COMP.
01 WS-OUTPUT-LINE          PIC X(200).

*> Sideways banner - the glyph being turned, and how far each of
*> its cells is blown up across (WS-SIDE-ACROSS print positions)
*> and down (WS-SIDE-DOWN lines):
01 WS-SIDEWAYS             PIC X VALUE 'N'.
01 WS-PAGE-WIDTH           PIC 9(3) VALUE 132.
01 WS-SIDE-ACROSS          PIC 9(2) COMP VALUE 1.
01 WS-SIDE-DOWN            PIC 9(2) COMP VALUE 1.
01 WS-SIDE-GLYPH.
   05 WS-SIDE-NAME         PIC X(4).
   05 WS-SIDE-ROW          OCCURS 9 TIMES PIC X(9).
01 WS-SIDE-CELL            PIC 9(2) COMP.
01 WS-SIDE-REPEAT          PIC 9(2) COMP.
01 WS-SIDE-POS             PIC 9(3) COMP.
01 WS-SIDE-LINE            PIC X(190).
01 WS-SIDE-USED-WIDTH      PIC 9(3) COMP.

LINKAGE SECTION.
01 LK-TEXT                PIC X(80).
01 LK-SCALE               PIC 9.
01 LK-WRITE-MODE          PIC X.
01 LK-FONT-PATH           PIC X(200).
01 LK-RENDER-STATUS       PIC XX.
01 LK-ORIENTATION         PIC X.
01 LK-PAGE-WIDTH          PIC 9(3).

PROCEDURE DIVISION USING LK-TEXT LK-SCALE LK-GLYPHS-PER-ROW
                         LK-COLOR LK-OUTPUT-PATH LK-WRITE-MODE
                         LK-FONT-PATH LK-RENDER-STATUS
                         LK-ORIENTATION LK-PAGE-WIDTH.
MOVE '00' TO LK-RENDER-STATUS.

MOVE LK-TEXT TO WS-STRING.
    MOVE WS-GLYPHS-PER-ROW-MAX TO WS-GLYPHS-PER-ROW
END-IF.

IF FUNCTION UPPER-CASE(LK-ORIENTATION) = 'S'
    MOVE 'Y' TO WS-SIDEWAYS
    IF LK-PAGE-WIDTH = ZERO
        MOVE 132 TO WS-PAGE-WIDTH
    ELSE
        MOVE LK-PAGE-WIDTH TO WS-PAGE-WIDTH
    END-IF
    *> WS-SIDE-LINE holds 190 positions - the colour escapes still
    *> have to fit around it in the 200-byte print record:
    IF WS-PAGE-WIDTH > 190
        MOVE 190 TO WS-PAGE-WIDTH
    END-IF
    COMPUTE WS-SIDE-ACROSS = WS-PAGE-WIDTH / 9
    IF WS-SIDE-ACROSS = ZERO
        MOVE 1 TO WS-SIDE-ACROSS
    END-IF
    COMPUTE WS-SIDE-DOWN = (WS-SIDE-ACROSS + 1) / 2
    COMPUTE WS-SIDE-USED-WIDTH = WS-SIDE-ACROSS * 9
ELSE
    MOVE 'N' TO WS-SIDEWAYS
END-IF.

MOVE FUNCTION UPPER-CASE(LK-COLOR) TO WS-COLOR-MODE.
EVALUATE TRUE
    WHEN COLOR-RED
    MOVE 'Y' TO WS-GLYPHS-LOADED
    MOVE LK-FONT-PATH TO WS-LOADED-FONT
END-IF.
IF WS-SIDEWAYS = 'Y'
    PERFORM 5000-RENDER-SIDEWAYS
ELSE
    PERFORM 1000-RENDER-BANNER
END-IF.
IF WS-PRINT-MODE = 'P'
    CLOSE BANNER-PRINT-FILE
END-IF.
GOBACK.

0100-LOAD-GLYPHS.
   PERFORM VARYING SUBS FROM 1 BY 1 UNTIL SUBS > 160
       MOVE SPACES TO CHARS (SUBS)
   END-PERFORM.
   MOVE CORR GLYPH_00 TO CHARS (1).
   MOVE CORR GLYPH_01 TO CHARS (2).
   MOVE CORR GLYPH_02 TO CHARS (3).

*> Reads a row-per-line font file into the same CHARS table the
*> compiled-in glyphs load into.  '=X' starts the glyph for X; the
*> nine lines after it are the rows.  X may be a UTF-8 character
*> of up to four bytes.  The table holds 160 glyphs - extras are
*> reported and ignored:
0200-LOAD-FONT-FILE.
    MOVE LK-FONT-PATH TO WS-FONT-PATH.
    MOVE ZERO TO WS-FONT-GLYPHS.
    IF WS-FONT-STATUS NOT = '00'
        DISPLAY 'Unable to open the font file at ' WS-FONT-PATH
    ELSE
        PERFORM VARYING SUBS FROM 1 BY 1 UNTIL SUBS > 160
            MOVE SPACES TO CHARS (SUBS)
        END-PERFORM
        PERFORM UNTIL WS-FONT-EOF = 'Y'

0250-LOAD-FONT-LINE.
    IF WS-FONT-LINE (1:1) = '='
        IF WS-FONT-GLYPHS >= 160
            DISPLAY 'Font file has more than 160 glyphs - extra '
                    'glyph ignored.'
            MOVE ZERO TO WS-FONT-ROW
            *> The extra glyph's row lines must not land on glyph
            *> 160 - skip every line until the next '=' marker:
            MOVE 'Y' TO WS-FONT-SKIP
        ELSE
            ADD 1 TO WS-FONT-GLYPHS
            SET SUBS TO WS-FONT-GLYPHS
            MOVE WS-FONT-LINE (2:4) TO CHAR_NAME OF CHARS (SUBS)
            MOVE ZERO TO WS-FONT-ROW
            MOVE 'N' TO WS-FONT-SKIP
        END-IF
    ELSE
        IF WS-FONT-GLYPHS > ZERO AND WS-FONT-GLYPHS <= 160
            AND WS-FONT-SKIP NOT = 'Y'
            ADD 1 TO WS-FONT-ROW
            SET SUBS TO WS-FONT-GLYPHS
   END-IF
   MOVE ZERO TO WS-GLYPH-IN-ROW
   PERFORM 1100-CLEAR-ROW-BUFFER
   MOVE 1 TO WS-CHAR-POS
   PERFORM UNTIL WS-CHAR-POS > WS-STRING-LEN
       PERFORM 1900-TAKE-NEXT-CHAR
       PERFORM 2000-LOOKUP-CHAR
       PERFORM 3000-APPEND-GLYPH-TO-ROW
       ADD 1 TO WS-GLYPH-IN-ROW
1100-CLEAR-ROW-BUFFER.
   MOVE SPACES TO WS-ROW-BUFFER.

*> One character of the text, a whole UTF-8 sequence at a time -
*> its lead byte says how long it is - so an accented capital
*> finds its own glyph instead of two wrong ones:
1900-TAKE-NEXT-CHAR.
   EVALUATE TRUE
       WHEN WS-TRIMMED-STRING (WS-CHAR-POS:1) >= X"F0"
           MOVE 4 TO WS-CHAR-LEN
       WHEN WS-TRIMMED-STRING (WS-CHAR-POS:1) >= X"E0"
           MOVE 3 TO WS-CHAR-LEN
       WHEN WS-TRIMMED-STRING (WS-CHAR-POS:1) >= X"C0"
           MOVE 2 TO WS-CHAR-LEN
       WHEN OTHER
           MOVE 1 TO WS-CHAR-LEN
   END-EVALUATE.
   IF WS-CHAR-POS + WS-CHAR-LEN - 1 > WS-STRING-LEN
       COMPUTE WS-CHAR-LEN = WS-STRING-LEN - WS-CHAR-POS + 1
   END-IF.
   MOVE SPACES TO WS-CURRENT-CHAR.
   MOVE WS-TRIMMED-STRING (WS-CHAR-POS:WS-CHAR-LEN)
       TO WS-CURRENT-CHAR.
   ADD WS-CHAR-LEN TO WS-CHAR-POS.

2000-LOOKUP-CHAR.
   MOVE 'N' TO WS-FOUND-SWITCH.
   SET SUBS TO 1.
       END-IF
   END-PERFORM.

*> One glyph after another down the paper.  The glyph's first
*> column comes out first, read from its bottom row up to its
*> top, so the top of the lettering lands on the right:
5000-RENDER-SIDEWAYS.
   MOVE SPACES TO WS-TRIMMED-STRING
   MOVE FUNCTION TRIM(WS-STRING) TO WS-TRIMMED-STRING
   COMPUTE WS-STRING-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-STRING))
   IF WS-STRING = SPACES
       MOVE ZERO TO WS-STRING-LEN
   END-IF
   MOVE 1 TO WS-CHAR-POS
   PERFORM UNTIL WS-CHAR-POS > WS-STRING-LEN
       PERFORM 1900-TAKE-NEXT-CHAR
       PERFORM 2000-LOOKUP-CHAR
       MOVE CHARS (SUBS) TO WS-SIDE-GLYPH
       PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 9
           PERFORM 5100-TURN-GLYPH-COLUMN
           PERFORM WS-SIDE-DOWN TIMES
               PERFORM 5200-WRITE-SIDEWAYS-LINE
           END-PERFORM
       END-PERFORM
   END-PERFORM.

5100-TURN-GLYPH-COLUMN.
   MOVE SPACES TO WS-SIDE-LINE.
   PERFORM VARYING WS-SIDE-CELL FROM 1 BY 1 UNTIL WS-SIDE-CELL > 9
       COMPUTE WS-SIDE-POS = (WS-SIDE-CELL - 1) * WS-SIDE-ACROSS + 1
       PERFORM VARYING WS-SIDE-REPEAT FROM 1 BY 1
           UNTIL WS-SIDE-REPEAT > WS-SIDE-ACROSS
           MOVE WS-SIDE-ROW (10 - WS-SIDE-CELL) (WS-COL:1)
               TO WS-SIDE-LINE (WS-SIDE-POS:1)
           ADD 1 TO WS-SIDE-POS
       END-PERFORM
   END-PERFORM.

5200-WRITE-SIDEWAYS-LINE.
   MOVE SPACES TO WS-OUTPUT-LINE.
   IF COLOR-NONE
       MOVE WS-SIDE-LINE (1:WS-SIDE-USED-WIDTH) TO WS-OUTPUT-LINE
   ELSE
       STRING WS-ESC "[" WS-COLOR-CODE DELIMITED BY SIZE
           WS-SIDE-LINE (1:WS-SIDE-USED-WIDTH) DELIMITED BY SIZE
           WS-ESC "[0m" DELIMITED BY SIZE
           INTO WS-OUTPUT-LINE
   END-IF.
   IF WS-PRINT-MODE = 'P'
       MOVE WS-OUTPUT-LINE TO WS-PRINT-RECORD
       WRITE WS-PRINT-RECORD
   ELSE
       DISPLAY WS-OUTPUT-LINE
   END-IF.

END PROGRAM BIG-CHARS-RENDER.
