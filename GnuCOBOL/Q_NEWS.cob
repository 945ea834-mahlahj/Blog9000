       01  WS-NEWS-LINE          PIC X(80).

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

      *> Word-wrap scratch area, the same shape Q_PRINT uses for its
      *> 72-column maxim wrapping:
       01 WS-BREAK-POS          PIC 9(3) COMP.
       01 WS-NEW-LEN            PIC 9(5) COMP.

      *> "Who said it" line under each quote, from the author
      *> master through Q_AUTHGET:
       01 WS-WHO-LINE           PIC X(80) VALUE SPACES.
       01 WS-WHO-BIO-1          PIC X(70) VALUE SPACES.
       01 WS-WHO-BIO-2          PIC X(70) VALUE SPACES.
       01 WS-WHO-DIED           PIC X(4) VALUE SPACES.
       01 WS-WHO-FOUND          PIC X VALUE 'N'.

      *> Every quote put on the page goes in the publication ledger
      *> through Q_PUBLOG:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'Q_NEWS'.

      *> Nothing goes on the page outside its publication window or
      *> while held on reader complaints (Q_LIFECHK):
       01 WS-LIFE-TODAY         PIC X(8) VALUE SPACES.
       01 WS-LIFE-OK            PIC X VALUE 'Y'.
       01 WS-STOPPED-COUNT      PIC 9(9) COMP VALUE ZERO.

      *> Q_FBTAKE's arguments, for the start-up call that makes sure
      *> the hold file is there for Q_LIFECHK:
       01 WS-FB-TYPE            PIC X(10) VALUE SPACES.
       01 WS-FB-ID              PIC 9(9) VALUE ZERO.
       01 WS-FB-REF             PIC X(15) VALUE SPACES.
       01 WS-FB-NOTE            PIC X(80) VALUE SPACES.
       01 WS-FB-RESULT          PIC X VALUE SPACE.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_NEWS' TO WS-INUSE-PROGRAM.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LIFE-TODAY.
      *> The hold file must exist before the first Q_LIFECHK call
      *> opens it, or a quote held on reader complaints would go
      *> unseen:
        MOVE 'START' TO WS-FB-TYPE.
        CALL "Q_FBTAKE" USING WS-FB-TYPE WS-FB-ID WS-FB-REF
            WS-FB-NOTE WS-FB-RESULT
        END-CALL.

        DISPLAY "Mighty Maxims - Monthly Newsletter Page"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "Month to publish (YYYYMM, blank = this month):".
        ACCEPT WS-MONTH FROM CONSOLE.
        IF WS-MONTH = SPACES
        ACCEPT WS-CRIT-PATH FROM CONSOLE.
        DISPLAY "Output newsletter file path?".
        ACCEPT WS-NEWS-PATH FROM CONSOLE.
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

      *> Banner first: the renderer opens the file fresh and leaves
      *> the lettered month title at the top:
        CALL "BIG-CHARS-RENDER" USING WS-BANNER-TEXT WS-BANNER-SCALE
            WS-BANNER-GPR WS-BANNER-COLOR WS-NEWS-PATH
            WS-BANNER-MODE WS-BANNER-FONT WS-BANNER-STATUS
            WS-BANNER-ORIENT WS-BANNER-WIDTH
        END-CALL.
        IF WS-BANNER-STATUS NOT = '00'
            DISPLAY "Unable to start the newsletter file, status "
        END-IF.

        CLOSE NEWSLETTER-FILE.
        IF WS-SIDE-PATH NOT = SPACES
            PERFORM 3000-SIDEWAYS-AUTHOR-BANNER
        END-IF.

        MOVE WS-PICKED-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " quote(s) published to "
                WS-NEWS-PATH.
        IF WS-STOPPED-COUNT > ZERO
            MOVE WS-STOPPED-COUNT TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " quote(s) left off - "
                    "retired, not yet live or held on complaints."
        END-IF.

        STOP RUN.

                            MOVE 'Y' TO WS-EOF
                        ELSE
                            IF Q-DATE-ADDED (1:6) = WS-MONTH
                                PERFORM 1100-RELEASE-ONE-QUOTE
                            END-IF
                        END-IF
                END-READ
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.

      *> A quote outside its publication window, or held on reader
      *> complaints, is left off the page and out of the ledger:
       1100-RELEASE-ONE-QUOTE.
            CALL "Q_LIFECHK" USING Q-ID WS-LIFE-TODAY WS-LIFE-OK
            END-CALL.
            IF WS-LIFE-OK NOT = 'Y'
                ADD 1 TO WS-STOPPED-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE Q-SOURCE TO NS-SOURCE.
            MOVE Q-AUTHOR TO NS-AUTHOR.
            MOVE Q-MIGHTY-MAXIM TO NS-MAXIM.
            MOVE Q-ID TO NS-ID.
            RELEASE NEWS-SORT-RECORD.

      *> The criteria run: whatever the shared engine selects goes
      *> to the sort, grouped by source exactly like the month's
      *> additions.  The criteria file carries its own date bounds
                        Q-DATA-RAW WS-SEL-FOUND
                    END-CALL
                    IF WS-SEL-FOUND = 'Y'
                        PERFORM 1100-RELEASE-ONE-QUOTE
                    ELSE
                        MOVE 'Y' TO WS-SEL-DONE
                    END-IF
            MOVE SPACES TO WS-NEWS-LINE.
            WRITE WS-NEWS-LINE.
            PERFORM 2200-WRAP-MAXIM.
            CALL "Q_PUBLOG" USING WS-PUB-CHANNEL NS-ID NS-SOURCE
                WS-NEWS-PATH
            END-CALL.
            MOVE SPACES TO WS-NEWS-LINE.
            STRING "      - " FUNCTION TRIM(NS-AUTHOR)
                DELIMITED BY SIZE INTO WS-NEWS-LINE.
            WRITE WS-NEWS-LINE.
            CALL "Q_AUTHGET" USING NS-AUTHOR WS-WHO-LINE WS-WHO-BIO-1
                WS-WHO-BIO-2 WS-WHO-DIED WS-WHO-FOUND
            END-CALL.
            IF WS-WHO-FOUND = 'Y'
                MOVE SPACES TO WS-NEWS-LINE
                STRING "        " WS-WHO-LINE
                    DELIMITED BY SIZE INTO WS-NEWS-LINE
                WRITE WS-NEWS-LINE
            END-IF.

      *> The same break-on-the-last-blank wrap Q_PRINT uses for its
      *> pages, at the same 72-column width:
                END-IF
            END-PERFORM.

      *> The named quote is read by key whether or not it is in
      *> this run, and its author lettered sideways down the roll at
      *> the renderer's page width:
       3000-SIDEWAYS-AUTHOR-BANNER.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE WS-SIDE-ID TO Q-ID.
            MOVE 'Y' TO WS-SIDE-FOUND.
            READ MM-COBOL-SDF-FILE
                KEY IS Q-ID
                INVALID KEY
                    MOVE 'N' TO WS-SIDE-FOUND
            END-READ.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.
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
