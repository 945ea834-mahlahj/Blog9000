01 WS-WRITE-MODE          PIC X VALUE 'O'.
01 WS-FONT-PATH           PIC X(200) VALUE SPACES.
01 WS-RENDER-STATUS       PIC XX VALUE '00'.
01 WS-ORIENTATION         PIC X VALUE 'A'.
01 WS-PAGE-WIDTH-A        PIC X(3) VALUE SPACES.
01 WS-PAGE-WIDTH          PIC 9(3) VALUE ZERO.

PROCEDURE DIVISION.
DISPLAY 'BIG CHARS - Banner Renderer'.
DISPLAY 'Text to render:'.
ACCEPT WS-STRING FROM CONSOLE.

*> Sideways runs down continuous-form paper, sized by the page
*> width instead of the scale and row length:
DISPLAY '[A]cross the page or [S]ideways down the paper?'.
ACCEPT WS-ORIENTATION FROM CONSOLE.
MOVE FUNCTION UPPER-CASE(WS-ORIENTATION) TO WS-ORIENTATION.
IF WS-ORIENTATION = 'S'
    DISPLAY 'Page width in print positions? [blank = 132]'
    ACCEPT WS-PAGE-WIDTH-A FROM CONSOLE
    IF WS-PAGE-WIDTH-A NOT = SPACES
        AND FUNCTION TEST-NUMVAL(WS-PAGE-WIDTH-A) = ZERO
        MOVE FUNCTION NUMVAL(WS-PAGE-WIDTH-A) TO WS-PAGE-WIDTH
    END-IF
ELSE
    MOVE 'A' TO WS-ORIENTATION
    DISPLAY 'Scale 1x or 2x? [1/2]'
    ACCEPT WS-SCALE-ANSWER FROM CONSOLE
    IF WS-SCALE-ANSWER = '2'
        MOVE 2 TO WS-SCALE-FACTOR
    ELSE
        MOVE 1 TO WS-SCALE-FACTOR
    END-IF

    DISPLAY 'Glyphs per row before wrapping? [blank = 8]'
    ACCEPT WS-GLYPHS-PER-ROW-A FROM CONSOLE
    IF WS-GLYPHS-PER-ROW-A NOT = SPACES
        MOVE WS-GLYPHS-PER-ROW-A TO WS-GLYPHS-PER-ROW
    END-IF
    IF WS-GLYPHS-PER-ROW = ZERO
        MOVE 8 TO WS-GLYPHS-PER-ROW
    END-IF
END-IF.

DISPLAY 'Font file? [blank = the built-in lettering]'.
CALL "BIG-CHARS-RENDER" USING WS-STRING WS-SCALE-FACTOR
    WS-GLYPHS-PER-ROW WS-COLOR-MODE WS-PRINT-PATH
    WS-WRITE-MODE WS-FONT-PATH WS-RENDER-STATUS
    WS-ORIENTATION WS-PAGE-WIDTH
END-CALL.
IF WS-RENDER-STATUS NOT = '00'
    DISPLAY 'Unable to render the banner, status '
