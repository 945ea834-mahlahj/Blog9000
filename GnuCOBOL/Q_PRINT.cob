            RECORD KEY IS CM-KEY
            FILE STATUS IS WS-COLM-STATUS.

       *> A poster's author banner is rendered here first, so its
       *> lines can be measured and centred on the page.  Named
       *> after the print file and removed at the end of the run:
       SELECT POSTER-BANNER-FILE
            ASSIGN TO WS-POSTER-BANNER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-POSTER-BANNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       FD  PRINT-BODY-FILE.
       01  WS-PRINT-LINE            PIC X(80).

       FD  POSTER-BANNER-FILE.
       01  WS-POSTER-BANNER-LINE    PIC X(200).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-BANNER-MODE        PIC X VALUE 'O'.
       01 WS-BANNER-FONT        PIC X(200) VALUE SPACES.
       01 WS-BANNER-STATUS      PIC XX VALUE '00'.
       01 WS-BANNER-ORIENT      PIC X VALUE 'A'.
       01 WS-BANNER-WIDTH       PIC 9(3) VALUE ZERO.
      *> Sideways author banner for continuous-form paper - the
      *> author of the quote named at the prompt, lettered down the
      *> roll into a print file of its own:
       01 WS-SIDE-ID-A          PIC X(9) VALUE SPACES.
       01 WS-SIDE-ID            PIC 9(9) VALUE ZERO.
       01 WS-SIDE-PATH          PIC X(200) VALUE SPACES.
       01 WS-SIDE-TEXT          PIC X(80) VALUE SPACES.
       01 WS-SIDE-MODE          PIC X VALUE 'O'.
       01 WS-SIDE-ORIENT        PIC X VALUE 'S'.
       01 WS-SIDE-FOUND         PIC X VALUE 'N'.

      *> "Who said it" line under each quote, from the author
      *> master through Q_AUTHGET:
       01 WS-WHO-LINE           PIC X(80) VALUE SPACES.
       01 WS-WHO-BIO-1          PIC X(70) VALUE SPACES.
       01 WS-WHO-BIO-2          PIC X(70) VALUE SPACES.
       01 WS-WHO-DIED           PIC X(4) VALUE SPACES.
       01 WS-WHO-FOUND          PIC X VALUE 'N'.

      *> Every quote put on the page goes in the publication ledger
      *> through Q_PUBLOG:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'Q_PRINT'.

      *> Layout: the continuous listing, N-up cards for perforated
      *> card stock, or one poster per page.  Cards and posters are
      *> printed from a collection or a criteria file only:
       01 WS-LAYOUT             PIC X VALUE 'L'.
       01 WS-LAYOUT-OK          PIC X VALUE 'Y'.
       01 WS-LAYOUT-SKIPPED     PIC 9(5) COMP VALUE ZERO.

      *> A quote's full text wrapped to a cell or poster width,
      *> held until it is known where - and whether - it fits:
       01 WS-FIT-WIDTH          PIC 9(3) VALUE 72.
       01 WS-FIT-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-FIT-OVER           PIC X VALUE 'N'.
       01 WS-FIT-TABLE.
           05 WS-FIT-LINE OCCURS 300 TIMES PIC X(80).
       01 WS-FIT-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-FIT-PIECE          PIC X(80) VALUE SPACES.
       01 WS-PIECE-LEN          PIC 9(3) COMP VALUE ZERO.
       01 WS-PIECE-OFFSET       PIC 9(3) COMP VALUE ZERO.

      *> Card sheet: a grid of WS-CARDS-ACROSS by WS-CARDS-DOWN
      *> cells on a 66-line sheet (11 inches at 6 lines an inch).
      *> A quote too long for one cell takes two or more cells of
      *> the same column as one larger card; crop marks go at the
      *> corners of each card as it is cut:
       01 WS-CARDS-ACROSS-A     PIC X(2) VALUE SPACES.
       01 WS-CARDS-ACROSS       PIC 9(2) VALUE 2.
       01 WS-CARDS-DOWN-A       PIC X(2) VALUE SPACES.
       01 WS-CARDS-DOWN         PIC 9(2) VALUE 5.
       01 WS-SHEET-WIDTH        PIC 9(3) VALUE 80.
       01 WS-SHEET-LINES        PIC 9(3) VALUE 66.
       01 WS-CELL-WIDTH         PIC 9(3) VALUE ZERO.
       01 WS-CELL-HEIGHT        PIC 9(3) VALUE ZERO.
       01 WS-SHEET-TABLE.
           05 WS-SHEET-ROW OCCURS 66 TIMES PIC X(80).
       01 WS-GRID-TABLE.
           05 WS-GRID-ROW OCCURS 10 TIMES.
               10 WS-GRID-USED OCCURS 4 TIMES PIC X.
       01 WS-SHEET-USED         PIC X VALUE 'N'.
       01 WS-SHEET-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-CARDS-ENLARGED     PIC 9(5) COMP VALUE ZERO.
       01 WS-CARD-NEED          PIC 9(3) COMP VALUE ZERO.
       01 WS-CARD-SPAN          PIC 9(2) COMP VALUE ZERO.
       01 WS-CARD-ROW           PIC 9(2) COMP VALUE ZERO.
       01 WS-CARD-COL           PIC 9(2) COMP VALUE ZERO.
       01 WS-CELL-FREE          PIC X VALUE 'Y'.
       01 WS-GR                 PIC 9(2) COMP VALUE ZERO.
       01 WS-GC                 PIC 9(2) COMP VALUE ZERO.
       01 WS-GK                 PIC 9(2) COMP VALUE ZERO.
       01 WS-CARD-TOP           PIC 9(3) COMP VALUE ZERO.
       01 WS-CARD-BOTTOM        PIC 9(3) COMP VALUE ZERO.
       01 WS-CARD-LEFT          PIC 9(3) COMP VALUE ZERO.
       01 WS-CARD-RIGHT         PIC 9(3) COMP VALUE ZERO.
       01 WS-CARD-TEXT-W        PIC 9(3) COMP VALUE ZERO.
       01 WS-CARD-AVAIL         PIC 9(3) COMP VALUE ZERO.
       01 WS-CARD-LINE          PIC 9(3) COMP VALUE ZERO.
       01 WS-SL                 PIC 9(3) COMP VALUE ZERO.

      *> Poster page: the author lettered through BIG-CHARS-RENDER
      *> above the quote, the whole block centred on the page:
       01 WS-POSTER-BANNER-PATH PIC X(200) VALUE SPACES.
       01 WS-POSTER-BANNER-STATUS PIC XX VALUE '00'.
       01 WS-POSTER-TEXT        PIC X(80) VALUE SPACES.
       01 WS-POSTER-MODE        PIC X VALUE 'O'.
       01 WS-POSTER-WIDTH       PIC 9(3) VALUE 60.
       01 WS-POSTER-COUNT       PIC 9(5) COMP VALUE ZERO.
       01 WS-POSTER-NEW-PAGE    PIC X VALUE 'N'.
       01 WS-POSTER-EOF         PIC X VALUE 'N'.
       01 WS-POSTER-PAD         PIC 9(3) COMP VALUE ZERO.
       01 WS-POSTER-TOTAL       PIC 9(3) COMP VALUE ZERO.
       01 WS-PB-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-PB-MAX             PIC 9(3) COMP VALUE ZERO.
       01 WS-PB-TABLE.
           05 WS-PB-LINE OCCURS 60 TIMES PIC X(80).
       01 WS-PB-NAME            PIC X(50) VALUE SPACES.
       01 WS-PB-NAME-LEN        PIC 9(3) COMP VALUE ZERO.
       01 WS-PB-NAME-POS        PIC 9(3) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        MOVE 'Q_PRINT' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".COLM"
            DELIMITED BY SIZE INTO WS-COLM-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_PRINT' TO WS-LAYCHK-PROGRAM.
        MOVE 'COLM' TO WS-LAYCHK-CODE.
        MOVE WS-COLM-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LIFE-TODAY.
        DISPLAY "Mighty Maxims - Print-Ready Export"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "Output print file path?".
        ACCEPT WS-PRINT-PATH FROM CONSOLE.
        STRING FUNCTION TRIM(WS-PRINT-PATH) ".BODY"
            DELIMITED BY SIZE INTO WS-BODY-PATH.
        STRING FUNCTION TRIM(WS-PRINT-PATH) ".BANNER"
            DELIMITED BY SIZE INTO WS-POSTER-BANNER-PATH.

        PERFORM 1000-ASK-SELECTIONS.
        IF WS-LAYOUT-OK NOT = 'Y'
            STOP RUN
        END-IF.
        DISPLAY "Sideways author banner - quote ID (blank = none):".
        ACCEPT WS-SIDE-ID-A FROM CONSOLE.
        IF WS-SIDE-ID-A NOT = SPACES
            IF FUNCTION TEST-NUMVAL(WS-SIDE-ID-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-SIDE-ID-A) TO WS-SIDE-ID
                DISPLAY "Banner print file path?"
                ACCEPT WS-SIDE-PATH FROM CONSOLE
            ELSE
                DISPLAY "Not a quote ID - no sideways banner."
            END-IF
        END-IF.

      *> The renderer opens the print file fresh and leaves the
      *> lettered title page at the top; contents and body follow.
      *> Card and poster sheets start on the first sheet instead -
      *> the print file is only opened fresh:
        ACCEPT WS-BANNER-FONT FROM ENVIRONMENT "BIG_CHARS_FONT"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-LAYOUT = 'L'
            CALL "BIG-CHARS-RENDER" USING WS-BANNER-TEXT
                WS-BANNER-SCALE WS-BANNER-GPR WS-BANNER-COLOR
                WS-PRINT-PATH WS-BANNER-MODE WS-BANNER-FONT
                WS-BANNER-STATUS WS-BANNER-ORIENT WS-BANNER-WIDTH
            END-CALL
        ELSE
            OPEN OUTPUT QUOTE-PRINT-FILE
            MOVE WS-PRINT-STATUS TO WS-BANNER-STATUS
            IF WS-PRINT-STATUS = '00'
                CLOSE QUOTE-PRINT-FILE
            END-IF
        END-IF.
        IF WS-BANNER-STATUS NOT = '00'
            DISPLAY "Unable to open the print file, status "
                    WS-BANNER-STATUS
        END-IF
        END-IF.

        IF WS-LAYOUT = 'C'
            PERFORM 4300-FLUSH-SHEET
        END-IF.
        IF WS-SIDE-PATH NOT = SPACES
            PERFORM 9000-SIDEWAYS-AUTHOR-BANNER
        END-IF.
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.
        CLOSE PRINT-BODY-FILE.
        CALL "CBL_DELETE_FILE" USING WS-BODY-PATH
            RETURNING WS-DELETE-STATUS
        END-CALL.
        IF WS-LAYOUT = 'P'
            CALL "CBL_DELETE_FILE" USING WS-POSTER-BANNER-PATH
                RETURNING WS-DELETE-STATUS
            END-CALL
        END-IF.

        DISPLAY WS-QUOTE-NUMBER " quote(s) written to " WS-PRINT-PATH.
        IF WS-RIGHTS-SKIPPED > ZERO
            DISPLAY WS-RIGHTS-SKIPPED " quote(s) held back - source "
                    "not cleared for print."
        END-IF.
        IF WS-LAYOUT = 'C'
            DISPLAY WS-SHEET-COUNT " card sheet(s), "
                    WS-CARDS-ENLARGED " quote(s) on a larger card."
        END-IF.
        IF WS-LAYOUT = 'P'
            DISPLAY WS-POSTER-COUNT " poster(s)."
        END-IF.
        IF WS-LAYOUT-SKIPPED > ZERO
            DISPLAY WS-LAYOUT-SKIPPED " quote(s) left off - too long "
                    "for the layout."
        END-IF.

        STOP RUN.

      *> Every prompt may be left blank - a blank filter passes all
      *> records, blank dates leave that end of the range open:
       1000-ASK-SELECTIONS.
            DISPLAY "Layout? [L] listing / [C] cards / [P] posters:".
            ACCEPT WS-LAYOUT FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-LAYOUT) TO WS-LAYOUT.
            IF WS-LAYOUT NOT = 'C' AND WS-LAYOUT NOT = 'P'
                MOVE 'L' TO WS-LAYOUT
            END-IF.
            IF WS-LAYOUT = 'C'
                PERFORM 1100-ASK-CARD-GRID
            END-IF.
      *> A collection code short-circuits the whole filter set: the
      *> curator already chose and ordered the quotes:
            DISPLAY "Collection code (blank = filtered run):".
                MOVE 'I' TO WS-PRINT-ORDER
                EXIT PARAGRAPH
            END-IF.
            IF WS-LAYOUT NOT = 'L'
                DISPLAY "Cards and posters print a collection or a "
                        "criteria file - nothing printed."
                MOVE 'N' TO WS-LAYOUT-OK
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Author to print (blank = all):".
            ACCEPT WS-SEL-AUTHOR FROM CONSOLE.
            DISPLAY "Source contains (blank = all):".
                    TO WS-SEL-SOURCE-UPPER
            END-IF.

      *> Blank or out of range keeps the 2 x 5 business-card sheet;
      *> the cell size follows from the grid:
       1100-ASK-CARD-GRID.
            DISPLAY "Cards across the sheet (blank = 2, up to 4):".
            ACCEPT WS-CARDS-ACROSS-A FROM CONSOLE.
            IF WS-CARDS-ACROSS-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-CARDS-ACROSS-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-CARDS-ACROSS-A)
                    TO WS-CARDS-ACROSS
            END-IF.
            IF WS-CARDS-ACROSS < 1 OR WS-CARDS-ACROSS > 4
                MOVE 2 TO WS-CARDS-ACROSS
            END-IF.
            DISPLAY "Cards down the sheet (blank = 5, up to 10):".
            ACCEPT WS-CARDS-DOWN-A FROM CONSOLE.
            IF WS-CARDS-DOWN-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-CARDS-DOWN-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-CARDS-DOWN-A)
                    TO WS-CARDS-DOWN
            END-IF.
            IF WS-CARDS-DOWN < 1 OR WS-CARDS-DOWN > 10
                MOVE 5 TO WS-CARDS-DOWN
            END-IF.
            COMPUTE WS-CELL-WIDTH = WS-SHEET-WIDTH / WS-CARDS-ACROSS.
            COMPUTE WS-CELL-HEIGHT = WS-SHEET-LINES / WS-CARDS-DOWN.
            MOVE SPACES TO WS-SHEET-TABLE.
            MOVE SPACES TO WS-GRID-TABLE.

      *> One gate per filter; the first miss drops the record.  The
      *> author test matches the record's own spelling or its
      *> canonical form against the (already canonicalized) filter:
                MOVE 'N' TO WS-SELECTED
            END-IF.

       1900-LAY-OUT-ONE-QUOTE.
            EVALUATE WS-LAYOUT
                WHEN 'C'
                    PERFORM 4000-PLACE-ONE-CARD
                WHEN 'P'
                    PERFORM 4500-PRINT-ONE-POSTER
                WHEN OTHER
                    PERFORM 2000-PRINT-ONE-QUOTE
            END-EVALUATE.

       2000-PRINT-ONE-QUOTE.
            IF WS-LINE-COUNT = ZERO
                OR WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
                PERFORM 3000-WRITE-PAGE-HEADER
            END-IF.
      *> In a grouped run, a change of author here is the start of
            ADD 1 TO WS-LINE-COUNT.

            PERFORM 2100-WRAP-MAXIM.
            CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                WS-PRINT-PATH
            END-CALL.

            CALL "Q_AUTHGET" USING Q-AUTHOR WS-WHO-LINE WS-WHO-BIO-1
                WS-WHO-BIO-2 WS-WHO-DIED WS-WHO-FOUND
            END-CALL.
            IF WS-WHO-FOUND = 'Y'
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM 3000-WRITE-PAGE-HEADER
                END-IF
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  - " WS-WHO-LINE
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                WRITE WS-PRINT-LINE
                ADD 1 TO WS-LINE-COUNT
            END-IF.

            MOVE SPACES TO WS-PRINT-LINE.
            WRITE WS-PRINT-LINE.
                MOVE WS-PAGE-NUMBER TO WS-TOC-PAGE (WS-TOC-USED)
            END-IF.

       2050-FETCH-FULL-TEXT.
            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
                    TO WS-REMAINING-TEXT
            END-IF.
            MOVE WS-LONG-LEN TO WS-REMAINING-LEN.

       2100-WRAP-MAXIM.
            PERFORM 2050-FETCH-FULL-TEXT.
            PERFORM UNTIL WS-REMAINING-LEN = ZERO
                IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                    PERFORM 3000-WRITE-PAGE-HEADER
            WRITE WS-PRINT-LINE.
            ADD 3 TO WS-LINE-COUNT.

      *> A card takes the smallest span of cells - one, then two
      *> or more down the same column - that holds its wrapped text
      *> with a blank line and the author under it.  A quote too
      *> long even for a full column is left off and counted:
       4000-PLACE-ONE-CARD.
            COMPUTE WS-CARD-TEXT-W = WS-CELL-WIDTH - 4.
            MOVE WS-CARD-TEXT-W TO WS-FIT-WIDTH.
            PERFORM 2050-FETCH-FULL-TEXT.
            PERFORM 4400-WRAP-TO-FIT.
            COMPUTE WS-CARD-NEED = WS-FIT-USED + 2.
            MOVE ZERO TO WS-CARD-SPAN.
            IF WS-FIT-OVER = 'N'
                PERFORM VARYING WS-GK FROM 1 BY 1
                        UNTIL WS-GK > WS-CARDS-DOWN
                        OR WS-CARD-SPAN > ZERO
                    IF WS-CARD-NEED <= WS-GK * WS-CELL-HEIGHT - 2
                        MOVE WS-GK TO WS-CARD-SPAN
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-CARD-SPAN = ZERO
                DISPLAY "Quote " Q-ID " is too long for a card - "
                        "left off."
                ADD 1 TO WS-LAYOUT-SKIPPED
                SUBTRACT 1 FROM WS-QUOTE-NUMBER
                EXIT PARAGRAPH
            END-IF.
            IF WS-CARD-SPAN > 1
                ADD 1 TO WS-CARDS-ENLARGED
            END-IF.
            PERFORM 4100-FIND-FREE-CELL.
            IF WS-CARD-ROW = ZERO
                PERFORM 4300-FLUSH-SHEET
                PERFORM 4100-FIND-FREE-CELL
            END-IF.
            PERFORM 4200-DRAW-CARD.
            CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                WS-PRINT-PATH
            END-CALL.

      *> The first free run of WS-CARD-SPAN cells down one column,
      *> taken across the sheet and then down it, so an earlier gap
      *> is filled before the sheet is given up:
       4100-FIND-FREE-CELL.
            MOVE ZERO TO WS-CARD-ROW WS-CARD-COL.
            PERFORM VARYING WS-GR FROM 1 BY 1
                    UNTIL WS-GR > WS-CARDS-DOWN - WS-CARD-SPAN + 1
                    OR WS-CARD-ROW > ZERO
                PERFORM VARYING WS-GC FROM 1 BY 1
                        UNTIL WS-GC > WS-CARDS-ACROSS
                        OR WS-CARD-ROW > ZERO
                    MOVE 'Y' TO WS-CELL-FREE
                    PERFORM VARYING WS-GK FROM WS-GR BY 1
                            UNTIL WS-GK > WS-GR + WS-CARD-SPAN - 1
                        IF WS-GRID-USED (WS-GK WS-GC) = 'Y'
                            MOVE 'N' TO WS-CELL-FREE
                        END-IF
                    END-PERFORM
                    IF WS-CELL-FREE = 'Y'
                        MOVE WS-GR TO WS-CARD-ROW
                        MOVE WS-GC TO WS-CARD-COL
                    END-IF
                END-PERFORM
            END-PERFORM.

      *> Crop marks at the card's four corners, the text centred
      *> down the card inside a two-column margin:
       4200-DRAW-CARD.
            PERFORM VARYING WS-GK FROM WS-CARD-ROW BY 1
                    UNTIL WS-GK > WS-CARD-ROW + WS-CARD-SPAN - 1
                MOVE 'Y' TO WS-GRID-USED (WS-GK WS-CARD-COL)
            END-PERFORM.
            COMPUTE WS-CARD-TOP = (WS-CARD-ROW - 1) * WS-CELL-HEIGHT
                + 1.
            COMPUTE WS-CARD-BOTTOM =
                (WS-CARD-ROW + WS-CARD-SPAN - 1) * WS-CELL-HEIGHT.
            COMPUTE WS-CARD-LEFT = (WS-CARD-COL - 1) * WS-CELL-WIDTH
                + 1.
            COMPUTE WS-CARD-RIGHT = WS-CARD-COL * WS-CELL-WIDTH.
            MOVE "+-" TO WS-SHEET-ROW (WS-CARD-TOP) (WS-CARD-LEFT:2).
            MOVE "-+" TO WS-SHEET-ROW (WS-CARD-TOP)
                (WS-CARD-RIGHT - 1:2).
            MOVE "+-" TO WS-SHEET-ROW (WS-CARD-BOTTOM)
                (WS-CARD-LEFT:2).
            MOVE "-+" TO WS-SHEET-ROW (WS-CARD-BOTTOM)
                (WS-CARD-RIGHT - 1:2).
            COMPUTE WS-CARD-AVAIL =
                WS-CARD-SPAN * WS-CELL-HEIGHT - 2.
            COMPUTE WS-CARD-LINE = WS-CARD-TOP + 1
                + (WS-CARD-AVAIL - WS-CARD-NEED) / 2.
            PERFORM VARYING WS-FIT-I FROM 1 BY 1
                    UNTIL WS-FIT-I > WS-FIT-USED
                MOVE WS-FIT-LINE (WS-FIT-I)
                    TO WS-SHEET-ROW (WS-CARD-LINE)
                        (WS-CARD-LEFT + 2:WS-CARD-TEXT-W)
                ADD 1 TO WS-CARD-LINE
            END-PERFORM.
            ADD 1 TO WS-CARD-LINE.
            MOVE SPACES TO WS-FIT-PIECE.
            STRING "- " FUNCTION TRIM(Q-AUTHOR)
                DELIMITED BY SIZE INTO WS-FIT-PIECE.
            MOVE WS-FIT-PIECE
                TO WS-SHEET-ROW (WS-CARD-LINE)
                    (WS-CARD-LEFT + 2:WS-CARD-TEXT-W).
            MOVE 'Y' TO WS-SHEET-USED.

      *> A finished sheet goes to the body file a page at a time,
      *> and the grid starts empty again:
       4300-FLUSH-SHEET.
            IF WS-SHEET-USED NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-SL FROM 1 BY 1
                    UNTIL WS-SL > WS-SHEET-LINES
                MOVE WS-SHEET-ROW (WS-SL) TO WS-PRINT-LINE
                IF WS-SL = 1 AND WS-SHEET-COUNT > ZERO
                    WRITE WS-PRINT-LINE AFTER ADVANCING PAGE
                ELSE
                    WRITE WS-PRINT-LINE
                END-IF
            END-PERFORM.
            ADD 1 TO WS-SHEET-COUNT.
            MOVE SPACES TO WS-SHEET-TABLE.
            MOVE SPACES TO WS-GRID-TABLE.
            MOVE 'N' TO WS-SHEET-USED.

      *> The word wrap of 2100-WRAP-MAXIM, into WS-FIT-LINE at
      *> WS-FIT-WIDTH instead of onto the page, so the text can be
      *> measured before it is placed.  Lines past the table's end
      *> are counted as overflow - the quote cannot be placed:
       4400-WRAP-TO-FIT.
            MOVE ZERO TO WS-FIT-USED.
            MOVE 'N' TO WS-FIT-OVER.
            MOVE SPACES TO WS-FIT-TABLE.
            PERFORM UNTIL WS-REMAINING-LEN = ZERO
                MOVE SPACES TO WS-FIT-PIECE
                IF WS-REMAINING-LEN <= WS-FIT-WIDTH
                    MOVE WS-REMAINING-TEXT (1:WS-REMAINING-LEN)
                        TO WS-FIT-PIECE
                    MOVE ZERO TO WS-REMAINING-LEN
                ELSE
                    PERFORM VARYING WS-BREAK-POS
                        FROM WS-FIT-WIDTH BY -1
                        UNTIL WS-BREAK-POS = 1
                        OR WS-REMAINING-TEXT (WS-BREAK-POS:1) = SPACE
                    END-PERFORM
                    IF WS-BREAK-POS = 1
                        MOVE WS-FIT-WIDTH TO WS-BREAK-POS
                        PERFORM UNTIL WS-BREAK-POS = 1
                            OR WS-REMAINING-TEXT
                                (WS-BREAK-POS + 1:1) < X"80"
                            OR WS-REMAINING-TEXT
                                (WS-BREAK-POS + 1:1) > X"BF"
                            SUBTRACT 1 FROM WS-BREAK-POS
                        END-PERFORM
                    END-IF
                    MOVE WS-REMAINING-TEXT (1:WS-BREAK-POS)
                        TO WS-FIT-PIECE
                    COMPUTE WS-NEW-LEN =
                        WS-REMAINING-LEN - WS-BREAK-POS
                    MOVE WS-REMAINING-TEXT
                        (WS-BREAK-POS + 1:WS-NEW-LEN)
                        TO WS-REMAINING-TEXT (1:WS-NEW-LEN)
                    MOVE SPACES
                        TO WS-REMAINING-TEXT
                            (WS-NEW-LEN + 1:3060 - WS-NEW-LEN)
                    MOVE WS-NEW-LEN TO WS-REMAINING-LEN
                END-IF
                IF WS-FIT-USED >= 300
                    MOVE 'Y' TO WS-FIT-OVER
                ELSE
                    ADD 1 TO WS-FIT-USED
                    MOVE WS-FIT-PIECE TO WS-FIT-LINE (WS-FIT-USED)
                END-IF
            END-PERFORM.

      *> One quote to a page: the author's name lettered through
      *> BIG-CHARS-RENDER, the maxim wrapped narrower than the
      *> listing and every line centred, the block centred down
      *> the page.  A maxim that still does not fit at the listing's
      *> width takes the page from the banner - the surname alone is
      *> lettered, then just a plain centred author line - and only
      *> a maxim too long even for that is left off:
       4500-PRINT-ONE-POSTER.
            MOVE WS-POSTER-WIDTH TO WS-FIT-WIDTH.
            PERFORM 2050-FETCH-FULL-TEXT.
            PERFORM 4400-WRAP-TO-FIT.
            MOVE Q-AUTHOR TO WS-PB-NAME.
            PERFORM 4600-LOAD-AUTHOR-BANNER.
            COMPUTE WS-POSTER-TOTAL = WS-PB-USED + WS-FIT-USED + 4.
      *> A long maxim gets the listing's full width before it is
      *> given up on:
            IF WS-FIT-OVER = 'Y'
                OR WS-POSTER-TOTAL > WS-LINES-PER-PAGE
                MOVE WS-WRAP-WIDTH TO WS-FIT-WIDTH
                PERFORM 2050-FETCH-FULL-TEXT
                PERFORM 4400-WRAP-TO-FIT
                COMPUTE WS-POSTER-TOTAL =
                    WS-PB-USED + WS-FIT-USED + 4
            END-IF.
            IF WS-FIT-OVER = 'N'
                AND WS-POSTER-TOTAL > WS-LINES-PER-PAGE
                PERFORM 4650-TAKE-SURNAME
                PERFORM 4600-LOAD-AUTHOR-BANNER
                COMPUTE WS-POSTER-TOTAL =
                    WS-PB-USED + WS-FIT-USED + 4
            END-IF.
            IF WS-FIT-OVER = 'N'
                AND WS-POSTER-TOTAL > WS-LINES-PER-PAGE
                PERFORM 4700-PLAIN-AUTHOR-LINE
                COMPUTE WS-POSTER-TOTAL =
                    WS-PB-USED + WS-FIT-USED + 4
            END-IF.
            IF WS-FIT-OVER = 'Y'
                OR WS-POSTER-TOTAL > WS-LINES-PER-PAGE
                DISPLAY "Quote " Q-ID " is too long for a poster - "
                        "left off."
                ADD 1 TO WS-LAYOUT-SKIPPED
                SUBTRACT 1 FROM WS-QUOTE-NUMBER
                EXIT PARAGRAPH
            END-IF.
            IF WS-POSTER-COUNT > ZERO
                MOVE 'Y' TO WS-POSTER-NEW-PAGE
            END-IF.
            COMPUTE WS-POSTER-PAD =
                (WS-LINES-PER-PAGE - WS-POSTER-TOTAL) / 2.
            PERFORM WS-POSTER-PAD TIMES
                MOVE SPACES TO WS-PRINT-LINE
                PERFORM 4900-WRITE-POSTER-LINE
            END-PERFORM.
      *> The banner lines keep their shape - the block is centred
      *> as a whole on its widest line:
            COMPUTE WS-PIECE-OFFSET = (80 - WS-PB-MAX) / 2 + 1.
            PERFORM VARYING WS-FIT-I FROM 1 BY 1
                    UNTIL WS-FIT-I > WS-PB-USED
                MOVE SPACES TO WS-PRINT-LINE
                IF WS-PB-MAX > ZERO
                    MOVE WS-PB-LINE (WS-FIT-I) (1:WS-PB-MAX)
                        TO WS-PRINT-LINE (WS-PIECE-OFFSET:WS-PB-MAX)
                END-IF
                PERFORM 4900-WRITE-POSTER-LINE
            END-PERFORM.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 4900-WRITE-POSTER-LINE.
            PERFORM 4900-WRITE-POSTER-LINE.
            PERFORM VARYING WS-FIT-I FROM 1 BY 1
                    UNTIL WS-FIT-I > WS-FIT-USED
                MOVE WS-FIT-LINE (WS-FIT-I) TO WS-FIT-PIECE
                PERFORM 4800-CENTRE-PIECE
            END-PERFORM.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM 4900-WRITE-POSTER-LINE.
            MOVE Q-SOURCE TO WS-FIT-PIECE.
            PERFORM 4800-CENTRE-PIECE.
            ADD 1 TO WS-POSTER-COUNT.
            CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                WS-PRINT-PATH
            END-CALL.

      *> Rendered to the staging file and read back, measuring the
      *> widest line as it goes:
       4600-LOAD-AUTHOR-BANNER.
            MOVE ZERO TO WS-PB-USED WS-PB-MAX.
            MOVE SPACES TO WS-PB-TABLE.
            MOVE WS-PB-NAME TO WS-POSTER-TEXT.
            MOVE 'O' TO WS-POSTER-MODE.
            CALL "BIG-CHARS-RENDER" USING WS-POSTER-TEXT
                WS-BANNER-SCALE WS-BANNER-GPR WS-BANNER-COLOR
                WS-POSTER-BANNER-PATH WS-POSTER-MODE WS-BANNER-FONT
                WS-BANNER-STATUS WS-BANNER-ORIENT WS-BANNER-WIDTH
            END-CALL.
            IF WS-BANNER-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT POSTER-BANNER-FILE.
            IF WS-POSTER-BANNER-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-POSTER-EOF.
            PERFORM UNTIL WS-POSTER-EOF = 'Y'
                READ POSTER-BANNER-FILE
                    AT END MOVE 'Y' TO WS-POSTER-EOF
                    NOT AT END
                        IF WS-PB-USED < 60
                            ADD 1 TO WS-PB-USED
                            MOVE WS-POSTER-BANNER-LINE (1:80)
                                TO WS-PB-LINE (WS-PB-USED)
                            IF WS-PB-LINE (WS-PB-USED) NOT = SPACES
                                AND FUNCTION LENGTH(FUNCTION TRIM(
                                    WS-PB-LINE (WS-PB-USED) TRAILING))
                                    > WS-PB-MAX
                                MOVE FUNCTION LENGTH(FUNCTION TRIM(
                                    WS-PB-LINE (WS-PB-USED) TRAILING))
                                    TO WS-PB-MAX
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE POSTER-BANNER-FILE.

      *> The last word of the author's name into WS-PB-NAME - a
      *> one-word name is left as it is:
       4650-TAKE-SURNAME.
            MOVE Q-AUTHOR TO WS-PB-NAME.
            MOVE ZERO TO WS-PB-NAME-LEN.
            IF Q-AUTHOR NOT = SPACES
                MOVE FUNCTION LENGTH(FUNCTION TRIM(Q-AUTHOR TRAILING))
                    TO WS-PB-NAME-LEN
            END-IF.
            IF WS-PB-NAME-LEN < 2
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-PB-NAME-POS FROM WS-PB-NAME-LEN BY -1
                    UNTIL WS-PB-NAME-POS = 1
                    OR Q-AUTHOR (WS-PB-NAME-POS:1) = SPACE
            END-PERFORM.
            IF Q-AUTHOR (WS-PB-NAME-POS:1) = SPACE
                MOVE SPACES TO WS-PB-NAME
                MOVE Q-AUTHOR (WS-PB-NAME-POS + 1:
                    WS-PB-NAME-LEN - WS-PB-NAME-POS) TO WS-PB-NAME
            END-IF.

      *> No lettering at all - the author's name as one ordinary
      *> line, centred like the banner it replaces:
       4700-PLAIN-AUTHOR-LINE.
            MOVE SPACES TO WS-PB-TABLE.
            MOVE 1 TO WS-PB-USED.
            MOVE ZERO TO WS-PB-MAX.
            MOVE Q-AUTHOR TO WS-PB-LINE (1).
            IF Q-AUTHOR NOT = SPACES
                MOVE FUNCTION LENGTH(FUNCTION TRIM(Q-AUTHOR TRAILING))
                    TO WS-PB-MAX
            END-IF.

       4800-CENTRE-PIECE.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-FIT-PIECE NOT = SPACES
                MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIT-PIECE
                    TRAILING)) TO WS-PIECE-LEN
                COMPUTE WS-PIECE-OFFSET = (80 - WS-PIECE-LEN) / 2 + 1
                MOVE WS-FIT-PIECE (1:WS-PIECE-LEN)
                    TO WS-PRINT-LINE (WS-PIECE-OFFSET:WS-PIECE-LEN)
            END-IF.
            PERFORM 4900-WRITE-POSTER-LINE.

      *> Each poster after the first starts on a fresh page:
       4900-WRITE-POSTER-LINE.
            IF WS-POSTER-NEW-PAGE = 'Y'
                WRITE WS-PRINT-LINE AFTER ADVANCING PAGE
                MOVE 'N' TO WS-POSTER-NEW-PAGE
            ELSE
                WRITE WS-PRINT-LINE
            END-IF.

      *> The contents page sits between the banner and the body,
      *> one line per author section with the page its quotes start
      *> on; the body's own page 1 follows on a fresh page:
                    PERFORM 1500-TEST-SELECTION
                    IF WS-SELECTED = 'Y'
                        ADD 1 TO WS-QUOTE-NUMBER
                        PERFORM 1900-LAY-OUT-ONE-QUOTE
                    END-IF
            END-READ.

                        PERFORM 1500-TEST-SELECTION
                        IF WS-SELECTED = 'Y'
                            ADD 1 TO WS-QUOTE-NUMBER
                            PERFORM 1900-LAY-OUT-ONE-QUOTE
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-SEL-DONE
                CLOSE PRINT-BODY-FILE
            END-IF.

      *> The named quote is read by key whether or not it is in
      *> this run, and its author lettered sideways down the roll at
      *> the renderer's page width:
       9000-SIDEWAYS-AUTHOR-BANNER.
            MOVE WS-SIDE-ID TO Q-ID.
            MOVE 'Y' TO WS-SIDE-FOUND.
            READ MM-COBOL-SDF-FILE
                KEY IS Q-ID
                INVALID KEY
                    MOVE 'N' TO WS-SIDE-FOUND
            END-READ.
            IF WS-SIDE-FOUND = 'N'
                DISPLAY "No quote " WS-SIDE-ID
                        " - no sideways banner."
                EXIT PARAGRAPH
            END-IF.
            MOVE Q-AUTHOR TO WS-SIDE-TEXT.
            CALL "BIG-CHARS-RENDER" USING WS-SIDE-TEXT WS-BANNER-SCALE
                WS-BANNER-GPR WS-BANNER-COLOR WS-SIDE-PATH
                WS-SIDE-MODE WS-BANNER-FONT WS-BANNER-STATUS
                WS-SIDE-ORIENT WS-BANNER-WIDTH
            END-CALL.
            IF WS-BANNER-STATUS NOT = '00'
                DISPLAY "Unable to write the banner file, status "
                        WS-BANNER-STATUS
            ELSE
                DISPLAY "Sideways banner of " FUNCTION TRIM(Q-AUTHOR)
                        " written to " FUNCTION TRIM(WS-SIDE-PATH)
            END-IF.

       COPY MM-INUSE-PROC.
