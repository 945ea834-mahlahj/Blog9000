       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-LANG               PIC X(3) VALUE SPACES.
       01 WS-XLT-MODE           PIC X VALUE 'G'.
       01 WS-XLT-FLAG           PIC X VALUE SPACE.
       01 WS-XLT-STAMP-FLAG     PIC X VALUE SPACE.

      *> Publication-window gate through Q_LIFECHK - every browse
      *> mode funnels through the display paragraphs, so one check
       01 WS-SEE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-FOLD-LEN           PIC 9(5) VALUE ZERO.

      *> "Who said it" line from the author master through
      *> Q_AUTHGET - an author not on the master simply gets none:
       01 WS-WHO-LINE           PIC X(80) VALUE SPACES.
       01 WS-WHO-BIO-1          PIC X(70) VALUE SPACES.
       01 WS-WHO-BIO-2          PIC X(70) VALUE SPACES.
       01 WS-WHO-DIED           PIC X(4) VALUE SPACES.
       01 WS-WHO-FOUND          PIC X VALUE 'N'.

      *> Every search goes in the search log through Q_SRCHLOG with
      *> its hit count, so what readers look for and do not find
      *> shows up on Q_GAPRPT:
       01 WS-SRCH-CHANNEL       PIC X(8) VALUE 'Q_READER'.
       01 WS-SRCH-KIND          PIC X(8) VALUE SPACES.
       01 WS-SRCH-TERM          PIC X(60) VALUE SPACES.
       01 WS-SRCH-HITS          PIC 9(9) VALUE ZERO.
       01 WS-SEARCH-HITS        PIC 9(9) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-USAGE-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".RATINGS"
            DELIMITED BY SIZE INTO WS-RATINGS-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_READER' TO WS-LAYCHK-PROGRAM.
        MOVE 'LINK' TO WS-LAYCHK-CODE.
        MOVE WS-LINK-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'KWX' TO WS-LAYCHK-CODE.
        MOVE WS-KWX-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'USAGE' TO WS-LAYCHK-CODE.
        MOVE WS-USAGE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'RATE' TO WS-LAYCHK-CODE.
        MOVE WS-RATINGS-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.
        PERFORM OPEN-USAGE-STATS.
        DISPLAY "Mighty Maxims - Quote Reader"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "  [L] List every quote".
        DISPLAY "  [R] Show one quote at random".
        DISPLAY "  [S] Search by author or source".
                MOVE FUNCTION UPPER-CASE(WS-SEARCH-TERM)
                    TO WS-SEARCH-UPPER
                MOVE 'N' TO WS-EOF
                MOVE ZERO TO WS-SEARCH-HITS
                OPEN INPUT MM-COBOL-SDF-FILE
                PERFORM UNTIL WS-EOF = 'Y'
                    READ MM-COBOL-SDF-FILE NEXT RECORD INTO Q-DATA-RAW
                    END-READ
                END-PERFORM
                CLOSE MM-COBOL-SDF-FILE
                MOVE 'NAME' TO WS-SRCH-KIND
                MOVE WS-SEARCH-TERM TO WS-SRCH-TERM
                MOVE WS-SEARCH-HITS TO WS-SRCH-HITS
                PERFORM 9300-LOG-THE-SEARCH
            END-IF.

       3100-CHECK-FOR-MATCH.
                END-IF
            END-IF.
            IF WS-MATCH-COUNT > ZERO
                ADD 1 TO WS-SEARCH-HITS
                PERFORM 9000-DISPLAY-QUOTE
            END-IF.

            ELSE
                DISPLAY "Maxim:  " Q-MIGHTY-MAXIM
            END-IF.
            PERFORM 9060-SHOW-WHO-SAID-IT.
            PERFORM 9100-TALLY-QUOTE-SERVE.
            PERFORM 9200-SHOW-SEE-ALSO.

      *> stored translation, it replaces the English text in the
      *> display buffer; WS-LONG-FLAG is forced through the
      *> buffered display path so the translated text is what
      *> shows.  No translation means no change at all.  The reader
      *> is staff, not the public, so a stale translation is still
      *> shown - with a note that the English has moved on since:
       9050-APPLY-TRANSLATION.
            IF WS-LANG NOT = SPACES
                MOVE 'S' TO WS-XLT-MODE
                CALL "Q_XLATE" USING WS-XLT-MODE WS-LONG-ID
                    WS-LANG WS-LONG-TEXT WS-LONG-LEN WS-XLT-FLAG
                END-CALL
                MOVE WS-XLT-FLAG TO WS-XLT-STAMP-FLAG
                MOVE 'G' TO WS-XLT-MODE
                CALL "Q_XLATE" USING WS-XLT-MODE WS-LONG-ID
                    WS-LANG WS-LONG-TEXT WS-LONG-LEN WS-XLT-FLAG
                END-CALL
                IF WS-XLT-FLAG = 'Y'
                    MOVE 'Y' TO WS-LONG-FLAG
                    IF WS-XLT-STAMP-FLAG = 'S'
                        DISPLAY "(The English text has changed since "
                                "this translation was entered.)"
                    END-IF
                ELSE
                    MOVE 'G' TO WS-LONG-MODE
                    MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE
                END-IF
            END-IF.

      *> Who the author was, from the author master - the summary
      *> line and whatever biography is on file under it:
       9060-SHOW-WHO-SAID-IT.
            CALL "Q_AUTHGET" USING Q-AUTHOR WS-WHO-LINE WS-WHO-BIO-1
                WS-WHO-BIO-2 WS-WHO-DIED WS-WHO-FOUND
            END-CALL.
            IF WS-WHO-FOUND = 'Y'
                DISPLAY "Who:    " WS-WHO-LINE
                IF WS-WHO-BIO-1 NOT = SPACES
                    DISPLAY "        " WS-WHO-BIO-1
                END-IF
                IF WS-WHO-BIO-2 NOT = SPACES
                    DISPLAY "        " WS-WHO-BIO-2
                END-IF
            END-IF.

      *> Every display of a quote is a "serve" - read-and-bump its
      *> tally record, or start one at 1 the first time a quote is
      *> ever shown.  The stats file is kept open I-O for the whole
                END-READ
            END-IF.

       9300-LOG-THE-SEARCH.
            CALL "Q_SRCHLOG" USING WS-SRCH-CHANNEL WS-SRCH-KIND
                WS-SRCH-TERM WS-SRCH-HITS
            END-CALL.

      *> The Q-DATE-ADDED alternate key serves the recent view:
      *> START at the high end of the date key and read backward
      *> exactly N records - no 2000-row table, no bubble sort, and
            ELSE
                DISPLAY "Maxim:  " Q-MIGHTY-MAXIM
            END-IF.
            PERFORM 9060-SHOW-WHO-SAID-IT.

      *> Category filter for the intranet team's "just the engineering
      *> quotes" asks - a straight scan comparing Q-CATEGORY, since
                    DISPLAY "No quotes on file in category "
                            WS-CATEGORY-WANTED
                END-IF
                MOVE 'CATEGORY' TO WS-SRCH-KIND
                MOVE WS-CATEGORY-WANTED TO WS-SRCH-TERM
                MOVE WS-CATEGORY-HITS TO WS-SRCH-HITS
                PERFORM 9300-LOG-THE-SEARCH
            END-IF.

      *> Keyword lookup against the Q_KWBUILD index: START at the
                        DISPLAY "No maxim on file contains "
                                FUNCTION TRIM(WS-KEYWORD)
                    END-IF
                    MOVE 'KEYWORD' TO WS-SRCH-KIND
                    MOVE WS-KEYWORD TO WS-SRCH-TERM
                    MOVE WS-KEYWORD-HITS TO WS-SRCH-HITS
                    PERFORM 9300-LOG-THE-SEARCH
                END-IF
            END-IF.

