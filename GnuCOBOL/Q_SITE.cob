       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SITE.

      *> The intranet site: a static HTML copy of the live collection
      *> written to a network directory, so staff can browse it from
      *> a browser instead of a Q_READER session.  One index page,
      *> one page per canonical author (through Q_ALIAS), one per
      *> active category on the category master and one per active
      *> curated collection, in the curator's order.  Each quote
      *> carries its "see also" links from the .LINKS file and every
      *> stored translation in the MM_SITE_LANGS languages.
      *>
      *> What goes on the site passes exactly the gates the widget
      *> export does - Q_LIFECHK's publication window, Q_SRCCHK's
      *> rights for the outward channel, and with
      *> MM_SITE_VERIFIED=Y Q_ATTRGET's verified attributions only.
      *>
      *> No prompts - it is meant to run as a Q_NIGHT step so the
      *> site is fresh every morning, e.g. the control-file line
      *>   INTRANET SITE|./Q_SITE|CONTINUE
      *> MM_SITE_PATH names the directory (default MM-SITE in the
      *> working directory), created if it is not already there.
      *> Pages are rewritten in place each night; the index links
      *> only the pages written by the current run.

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
            FILE STATUS IS FILE-STATUS-CODE.

       COPY MM-INUSE-SEL.

       *> Location comes from WS-CAT-PATH (MM-CAT-PATH.cpy), which can
       *> be overridden with the MM_CAT_PATH environment variable:
       SELECT CATEGORY-MASTER-FILE
            ASSIGN TO WS-CAT-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CAT-CODE
            FILE STATUS IS WS-CAT-STATUS.

       *> Q_COLMNT's curated collections and their member lists,
       *> named after the quote file:
       SELECT COLLECTION-MASTER-FILE
            ASSIGN TO WS-COLL-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CO-CODE
            FILE STATUS IS WS-COLL-STATUS.

       SELECT COLLECTION-MEMBER-FILE
            ASSIGN TO WS-COLM-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CM-KEY
            FILE STATUS IS WS-COLM-STATUS.

       *> The related-quotes cross-reference Q_LINKMNT keeps - the
       *> "see also" under each quote comes from here:
       SELECT QUOTE-LINK-FILE
            ASSIGN TO WS-LINK-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LN-KEY
            FILE STATUS IS WS-LINK-STATUS.

       *> One page at a time, reopened under each page's name:
       SELECT SITE-PAGE-FILE
            ASSIGN TO WS-PAGE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PAGE-STATUS.

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
       COPY MM-CAT-RAW.
       COPY MM-COLL-RAW.
       COPY MM-COLM-RAW.
       COPY MM-LINK-RAW.

       FD  SITE-PAGE-FILE.
       01  WS-PAGE-LINE              PIC X(18500).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY MM-CAT-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-COLL-PATH          PIC X(205) VALUE SPACES.
       01 WS-COLL-STATUS        PIC XX VALUE '00'.
       01 WS-COLM-PATH          PIC X(205) VALUE SPACES.
       01 WS-COLM-STATUS        PIC XX VALUE '00'.
       01 WS-COLM-EOF           PIC X VALUE 'N'.
       01 WS-COLM-OPEN          PIC X VALUE 'N'.
       01 WS-LINK-PATH          PIC X(205) VALUE SPACES.
       01 WS-LINK-STATUS        PIC XX VALUE '00'.
       01 WS-LINK-OPEN          PIC X VALUE 'N'.
       01 WS-LINK-EOF           PIC X VALUE 'N'.
       01 WS-SEE-FROM-ID        PIC 9(9) VALUE ZERO.
       01 WS-SEE-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_SITE'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       01 WS-NUM-ED             PIC ZZZZ9.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.

      *> Where the site goes, and the run date stamped on every page:
       01 WS-SITE-DIR           PIC X(200) VALUE 'MM-SITE'.
       01 WS-PAGE-PATH          PIC X(260) VALUE SPACES.
       01 WS-PAGE-STATUS        PIC XX VALUE '00'.
       01 WS-PAGE-NAME          PIC X(40) VALUE SPACES.
       01 WS-PAGE-TITLE         PIC X(80) VALUE SPACES.
       01 WS-PAGE-OK            PIC X VALUE 'N'.
       01 WS-PAGE-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-PAGE-NO-4          PIC 9(4) VALUE ZERO.
       01 WS-PAGE-NO-3          PIC 9(3) VALUE ZERO.
       01 WS-TODAY              PIC X(8) VALUE SPACES.

      *> The same three gates Q_EXPORT applies to the widget feed -
      *> the site counts as an outward channel for rights:
       01 WS-LIFE-OK            PIC X VALUE 'Y'.
       01 WS-SRC-CLEARED        PIC X VALUE 'Y'.
       01 WS-SITE-CHANNEL       PIC X VALUE 'X'.
       01 WS-VERIFIED-ONLY      PIC X VALUE 'N'.
       01 WS-ATTR-STATE         PIC X VALUE 'U'.
       01 WS-LIFE-SKIPPED       PIC 9(9) COMP VALUE ZERO.
       01 WS-RIGHTS-SKIPPED     PIC 9(9) COMP VALUE ZERO.
       01 WS-UNVERIFIED-SKIPPED PIC 9(9) COMP VALUE ZERO.
       01 WS-TABLE-SKIPPED      PIC 9(9) COMP VALUE ZERO.

      *> Every quote that passed the gates, in Q-ID order (the file
      *> is walked on its record key) so a link target is found with
      *> SEARCH ALL, with its canonical author:
       01 WS-SQ-USED            PIC 9(5) COMP VALUE ZERO.
       01 WS-SQ-TABLE.
           05 WS-SQ-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-SQ-USED
                   ASCENDING KEY IS WS-SQ-ID
                   INDEXED BY WS-SQ-IDX.
               10 WS-SQ-ID           PIC 9(9).
               10 WS-SQ-AUTHOR       PIC X(50).
               10 WS-SQ-CATEGORY     PIC X(10).
       01 WS-SQ-I               PIC 9(5) COMP VALUE ZERO.
       01 WS-SQ-FOUND           PIC X VALUE 'N'.
       01 WS-SQ-SAVE            PIC 9(5) COMP VALUE ZERO.

      *> One entry per canonical author on the site, sorted by name
      *> before the pages are written - the position is the page
      *> number (author-nnnn.html):
       01 WS-SA-USED            PIC 9(4) COMP VALUE ZERO.
       01 WS-SA-TABLE.
           05 WS-SA-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-SA-USED
                   ASCENDING KEY IS WS-SA-NAME
                   INDEXED BY WS-SA-IDX.
               10 WS-SA-NAME         PIC X(50).
               10 WS-SA-COUNT        PIC 9(5) COMP.
       01 WS-SA-I               PIC 9(4) COMP VALUE ZERO.
       01 WS-SA-J               PIC 9(4) COMP VALUE ZERO.
       01 WS-SA-HIT             PIC 9(4) COMP VALUE ZERO.
       01 WS-SA-SWAP-NAME       PIC X(50) VALUE SPACES.
       01 WS-SA-SWAP-COUNT      PIC 9(5) COMP VALUE ZERO.
       01 WS-CANON-AUTHOR       PIC X(50) VALUE SPACES.
       01 WS-ALIAS-MODE         PIC X VALUE 'C'.
       01 WS-ALIAS-INDEX        PIC 9(3) VALUE ZERO.
       01 WS-ALIAS-FOUND        PIC X VALUE 'N'.
       01 WS-WHO-LINE           PIC X(80) VALUE SPACES.
       01 WS-WHO-BIO-1          PIC X(70) VALUE SPACES.
       01 WS-WHO-BIO-2          PIC X(70) VALUE SPACES.
       01 WS-WHO-DIED           PIC X(4) VALUE SPACES.
       01 WS-WHO-FOUND          PIC X VALUE 'N'.

      *> The category and collection pages written this run, for
      *> the index:
       01 WS-SC-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 200 TIMES.
               10 WS-SC-CODE         PIC X(10).
               10 WS-SC-NAME         PIC X(40).
               10 WS-SC-COUNT        PIC 9(5) COMP.
       01 WS-SC-I               PIC 9(3) COMP VALUE ZERO.
       01 WS-SK-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-SK-TABLE.
           05 WS-SK-ENTRY OCCURS 200 TIMES.
               10 WS-SK-CODE         PIC X(10).
               10 WS-SK-TITLE        PIC X(40).
               10 WS-SK-COUNT        PIC 9(5) COMP.
       01 WS-SK-I               PIC 9(3) COMP VALUE ZERO.

      *> Translations shown under each quote - MM_SITE_LANGS is a
      *> blank-separated list of language codes, as stored by
      *> Q_XLMNT:
       01 WS-LANG-LIST          PIC X(40) VALUE 'FR ES DE'.
       01 WS-LANG-PTR           PIC 9(3) COMP VALUE ZERO.
       01 WS-LANG-USED          PIC 9(2) COMP VALUE ZERO.
       01 WS-LANG-TABLE.
           05 WS-LANG-CODE OCCURS 10 TIMES PIC X(3).
       01 WS-LANG-I             PIC 9(2) COMP VALUE ZERO.
       01 WS-LANG-WORD          PIC X(10) VALUE SPACES.
       01 WS-XLT-MODE           PIC X VALUE 'G'.
       01 WS-XLT-FLAG           PIC X VALUE SPACE.

      *> Full-text reassembly through Q_LONGTXT - the page gets the
      *> whole maxim, not just the 255-character base record:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.

      *> HTML escaping - every &, <, > and " in the data becomes its
      *> entity, so a maxim can never break the page around it.  The
      *> output is sized for a full 3060-character maxim made
      *> entirely of quote marks:
       01 WS-ESC-IN             PIC X(3060) VALUE SPACES.
       01 WS-ESC-IN-LEN         PIC 9(5) COMP VALUE ZERO.
       01 WS-ESC-OUT            PIC X(18360) VALUE SPACES.
       01 WS-ESC-I              PIC 9(5) COMP VALUE ZERO.
       01 WS-ESC-O              PIC 9(5) COMP VALUE ZERO.
       01 WS-ESC-CHAR           PIC X VALUE SPACE.
       01 WS-H-TEXT             PIC X(18360) VALUE SPACES.
       01 WS-H-AUTHOR           PIC X(300) VALUE SPACES.
       01 WS-H-SOURCE           PIC X(300) VALUE SPACES.
       01 WS-H-TITLE            PIC X(500) VALUE SPACES.
       01 WS-H-NOTE             PIC X(240) VALUE SPACES.
       01 WS-ANCHOR             PIC X(40) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-CAT-PATH FROM ENVIRONMENT "MM_CAT_PATH"
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
        ACCEPT WS-SITE-DIR FROM ENVIRONMENT "MM_SITE_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-LANG-LIST FROM ENVIRONMENT "MM_SITE_LANGS"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-SITE-DIR = SPACES
            MOVE 'MM-SITE' TO WS-SITE-DIR
        END-IF.
        IF WS-LANG-LIST = SPACES
            MOVE 'FR ES DE' TO WS-LANG-LIST
        END-IF.
        ACCEPT WS-VERIFIED-ONLY FROM ENVIRONMENT "MM_SITE_VERIFIED"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE FUNCTION UPPER-CASE(WS-VERIFIED-ONLY) TO WS-VERIFIED-ONLY.
        IF WS-VERIFIED-ONLY NOT = 'Y'
            MOVE 'N' TO WS-VERIFIED-ONLY
        END-IF.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_SITE' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".COLL"
            DELIMITED BY SIZE INTO WS-COLL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".COLM"
            DELIMITED BY SIZE INTO WS-COLM-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".LINKS"
            DELIMITED BY SIZE INTO WS-LINK-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_SITE' TO WS-LAYCHK-PROGRAM.
        MOVE 'CAT' TO WS-LAYCHK-CODE.
        MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'COLL' TO WS-LAYCHK-CODE.
        MOVE WS-COLL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'COLM' TO WS-LAYCHK-CODE.
        MOVE WS-COLM-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'LINK' TO WS-LAYCHK-CODE.
        MOVE WS-LINK-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Intranet Site Build"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        PERFORM 0500-SPLIT-LANGUAGES.

      *> Already there is the normal case - only a real failure to
      *> write the index below stops the run:
        CALL "CBL_CREATE_DIR" USING WS-SITE-DIR
            RETURNING WS-CALL-STATUS
        END-CALL.

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
            END-CALL
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM REGISTER-SDF-OPEN.

        PERFORM 1000-LOAD-LIVE-QUOTES.
        PERFORM 1500-SORT-AUTHORS.

        OPEN INPUT QUOTE-LINK-FILE.
        IF WS-LINK-STATUS = '00'
            MOVE 'Y' TO WS-LINK-OPEN
        END-IF.

        PERFORM 3000-WRITE-AUTHOR-PAGES.
        PERFORM 4000-WRITE-CATEGORY-PAGES.
        PERFORM 5000-WRITE-COLLECTION-PAGES.
        PERFORM 6000-WRITE-INDEX.

        IF WS-LINK-OPEN = 'Y'
            CLOSE QUOTE-LINK-FILE
        END-IF.
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.

        MOVE WS-SQ-USED TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " quote(s) on the site at "
                FUNCTION TRIM(WS-SITE-DIR).
        MOVE WS-PAGE-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " page(s) written.".
        IF WS-LIFE-SKIPPED > ZERO
            DISPLAY WS-LIFE-SKIPPED " quote(s) held back - outside "
                    "the publication window."
        END-IF.
        IF WS-RIGHTS-SKIPPED > ZERO
            DISPLAY WS-RIGHTS-SKIPPED " quote(s) held back - source "
                    "not cleared for the outward channel."
        END-IF.
        IF WS-UNVERIFIED-SKIPPED > ZERO
            DISPLAY WS-UNVERIFIED-SKIPPED " quote(s) held back - "
                    "attribution not verified."
        END-IF.
        IF WS-TABLE-SKIPPED > ZERO
            DISPLAY "WARNING: " WS-TABLE-SKIPPED " quote(s) left off "
                    "- the site tables are full."
        END-IF.

        MOVE SPACES TO WS-AUDIT-MESSAGE.
        MOVE WS-SQ-USED TO WS-NUM-ED.
        STRING "site built, " FUNCTION TRIM(WS-NUM-ED) " quote(s) to "
            FUNCTION TRIM(WS-SITE-DIR)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'SITE' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        IF WS-PAGE-COUNT = ZERO
            MOVE 1 TO RETURN-CODE
        END-IF.
        STOP RUN.

       0500-SPLIT-LANGUAGES.
            MOVE 1 TO WS-LANG-PTR.
            MOVE ZERO TO WS-LANG-USED.
            PERFORM UNTIL WS-LANG-PTR > 40 OR WS-LANG-USED >= 10
                MOVE SPACES TO WS-LANG-WORD
                UNSTRING WS-LANG-LIST DELIMITED BY ALL SPACE
                    INTO WS-LANG-WORD
                    WITH POINTER WS-LANG-PTR
                END-UNSTRING
                IF WS-LANG-WORD NOT = SPACES
                    ADD 1 TO WS-LANG-USED
                    MOVE FUNCTION UPPER-CASE(WS-LANG-WORD)
                        TO WS-LANG-CODE (WS-LANG-USED)
                END-IF
            END-PERFORM.

      *> The whole file on its record key, each quote through the
      *> gates; a passing quote is filed under its canonical author:
       1000-LOAD-LIVE-QUOTES.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-GATE-ONE-QUOTE
                END-READ
            END-PERFORM.

       1100-GATE-ONE-QUOTE.
            CALL "Q_LIFECHK" USING Q-ID WS-TODAY WS-LIFE-OK
            END-CALL.
            IF WS-LIFE-OK NOT = 'Y'
                ADD 1 TO WS-LIFE-SKIPPED
                EXIT PARAGRAPH
            END-IF.
            CALL "Q_SRCCHK" USING Q-SOURCE WS-SITE-CHANNEL WS-TODAY
                WS-SRC-CLEARED
            END-CALL.
            IF WS-SRC-CLEARED NOT = 'Y' AND WS-SRC-CLEARED NOT = 'M'
                ADD 1 TO WS-RIGHTS-SKIPPED
                EXIT PARAGRAPH
            END-IF.
            IF WS-VERIFIED-ONLY = 'Y'
                CALL "Q_ATTRGET" USING Q-ID WS-ATTR-STATE
                END-CALL
                IF WS-ATTR-STATE NOT = 'V'
                    ADD 1 TO WS-UNVERIFIED-SKIPPED
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            IF WS-SQ-USED >= 5000
                ADD 1 TO WS-TABLE-SKIPPED
                EXIT PARAGRAPH
            END-IF.

            MOVE 'C' TO WS-ALIAS-MODE.
            CALL "Q_ALIAS" USING WS-ALIAS-MODE WS-ALIAS-INDEX
                Q-AUTHOR WS-CANON-AUTHOR WS-ALIAS-FOUND
            END-CALL.
            IF WS-CANON-AUTHOR = SPACES
                MOVE "Unknown" TO WS-CANON-AUTHOR
            END-IF.
            MOVE ZERO TO WS-SA-HIT.
            PERFORM VARYING WS-SA-I FROM 1 BY 1
                    UNTIL WS-SA-I > WS-SA-USED OR WS-SA-HIT > ZERO
                IF WS-SA-NAME (WS-SA-I) = WS-CANON-AUTHOR
                    MOVE WS-SA-I TO WS-SA-HIT
                END-IF
            END-PERFORM.
            IF WS-SA-HIT = ZERO
                IF WS-SA-USED >= 1000
                    ADD 1 TO WS-TABLE-SKIPPED
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-SA-USED
                MOVE WS-SA-USED TO WS-SA-HIT
                MOVE WS-CANON-AUTHOR TO WS-SA-NAME (WS-SA-HIT)
                MOVE ZERO TO WS-SA-COUNT (WS-SA-HIT)
            END-IF.
            ADD 1 TO WS-SA-COUNT (WS-SA-HIT).

            ADD 1 TO WS-SQ-USED.
            MOVE Q-ID TO WS-SQ-ID (WS-SQ-USED).
            MOVE WS-CANON-AUTHOR TO WS-SQ-AUTHOR (WS-SQ-USED).
            MOVE Q-CATEGORY TO WS-SQ-CATEGORY (WS-SQ-USED).

      *> Authors in name order for the index and the page numbers:
       1500-SORT-AUTHORS.
            PERFORM VARYING WS-SA-I FROM 1 BY 1
                    UNTIL WS-SA-I >= WS-SA-USED
                PERFORM VARYING WS-SA-J FROM WS-SA-I BY 1
                        UNTIL WS-SA-J > WS-SA-USED
                    IF WS-SA-NAME (WS-SA-J) < WS-SA-NAME (WS-SA-I)
                        MOVE WS-SA-NAME (WS-SA-I) TO WS-SA-SWAP-NAME
                        MOVE WS-SA-COUNT (WS-SA-I) TO WS-SA-SWAP-COUNT
                        MOVE WS-SA-NAME (WS-SA-J)
                            TO WS-SA-NAME (WS-SA-I)
                        MOVE WS-SA-COUNT (WS-SA-J)
                            TO WS-SA-COUNT (WS-SA-I)
                        MOVE WS-SA-SWAP-NAME TO WS-SA-NAME (WS-SA-J)
                        MOVE WS-SA-SWAP-COUNT TO WS-SA-COUNT (WS-SA-J)
                    END-IF
                END-PERFORM
            END-PERFORM.

      *> One page per author, with the author master's "who said it"
      *> and biography at the top when there is an entry:
       3000-WRITE-AUTHOR-PAGES.
            PERFORM VARYING WS-SA-I FROM 1 BY 1
                    UNTIL WS-SA-I > WS-SA-USED
                MOVE WS-SA-I TO WS-PAGE-NO-4
                MOVE SPACES TO WS-PAGE-NAME
                STRING "author-" WS-PAGE-NO-4 ".html"
                    DELIMITED BY SIZE INTO WS-PAGE-NAME
                MOVE WS-SA-NAME (WS-SA-I) TO WS-PAGE-TITLE
                PERFORM 8000-OPEN-PAGE
                CALL "Q_AUTHGET" USING WS-SA-NAME (WS-SA-I)
                    WS-WHO-LINE WS-WHO-BIO-1 WS-WHO-BIO-2
                    WS-WHO-DIED WS-WHO-FOUND
                END-CALL
                IF WS-WHO-FOUND = 'Y'
                    MOVE SPACES TO WS-ESC-IN
                    STRING FUNCTION TRIM(WS-WHO-LINE) " "
                        FUNCTION TRIM(WS-WHO-BIO-1) " "
                        FUNCTION TRIM(WS-WHO-BIO-2)
                        DELIMITED BY SIZE INTO WS-ESC-IN
                    PERFORM 8900-ESCAPE-HTML
                    MOVE SPACES TO WS-PAGE-LINE
                    STRING '<p class="bio">'
                        WS-ESC-OUT (1:WS-ESC-O) '</p>'
                        DELIMITED BY SIZE INTO WS-PAGE-LINE
                    PERFORM 8200-WRITE-LINE
                END-IF
                PERFORM VARYING WS-SQ-I FROM 1 BY 1
                        UNTIL WS-SQ-I > WS-SQ-USED
                    IF WS-SQ-AUTHOR (WS-SQ-I) = WS-SA-NAME (WS-SA-I)
                        PERFORM 8500-WRITE-QUOTE-BLOCK
                    END-IF
                END-PERFORM
                PERFORM 8100-CLOSE-PAGE
            END-PERFORM.

      *> One page per active category on the master - a retired
      *> category gets no page even when old quotes still carry it:
       4000-WRITE-CATEGORY-PAGES.
            OPEN INPUT CATEGORY-MASTER-FILE.
            IF WS-CAT-STATUS NOT = '00'
                DISPLAY "No category master - no category pages."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CATEGORY-MASTER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF CAT-ACTIVE AND WS-SC-USED < 200
                            PERFORM 4100-WRITE-ONE-CATEGORY
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CATEGORY-MASTER-FILE.

       4100-WRITE-ONE-CATEGORY.
            ADD 1 TO WS-SC-USED.
            MOVE CAT-CODE TO WS-SC-CODE (WS-SC-USED).
            MOVE CAT-NAME TO WS-SC-NAME (WS-SC-USED).
            MOVE ZERO TO WS-SC-COUNT (WS-SC-USED).
            MOVE WS-SC-USED TO WS-PAGE-NO-3.
            MOVE SPACES TO WS-PAGE-NAME.
            STRING "category-" WS-PAGE-NO-3 ".html"
                DELIMITED BY SIZE INTO WS-PAGE-NAME.
            MOVE CAT-NAME TO WS-PAGE-TITLE.
            PERFORM 8000-OPEN-PAGE.
            PERFORM VARYING WS-SQ-I FROM 1 BY 1
                    UNTIL WS-SQ-I > WS-SQ-USED
                IF WS-SQ-CATEGORY (WS-SQ-I) = CAT-CODE
                    ADD 1 TO WS-SC-COUNT (WS-SC-USED)
                    PERFORM 8500-WRITE-QUOTE-BLOCK
                END-IF
            END-PERFORM.
            IF WS-SC-COUNT (WS-SC-USED) = ZERO
                MOVE "<p>No quotes in this category at present.</p>"
                    TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
            END-IF.
            PERFORM 8100-CLOSE-PAGE.

      *> One page per active collection, members in the curator's
      *> order - a member that fails the gates today is left out:
       5000-WRITE-COLLECTION-PAGES.
            OPEN INPUT COLLECTION-MASTER-FILE.
            IF WS-COLL-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT COLLECTION-MEMBER-FILE.
            IF WS-COLM-STATUS = '00'
                MOVE 'Y' TO WS-COLM-OPEN
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ COLLECTION-MASTER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF CO-ACTIVE AND WS-SK-USED < 200
                            PERFORM 5100-WRITE-ONE-COLLECTION
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-COLM-OPEN = 'Y'
                CLOSE COLLECTION-MEMBER-FILE
            END-IF.
            CLOSE COLLECTION-MASTER-FILE.

       5100-WRITE-ONE-COLLECTION.
            ADD 1 TO WS-SK-USED.
            MOVE CO-CODE TO WS-SK-CODE (WS-SK-USED).
            MOVE CO-TITLE TO WS-SK-TITLE (WS-SK-USED).
            MOVE ZERO TO WS-SK-COUNT (WS-SK-USED).
            MOVE WS-SK-USED TO WS-PAGE-NO-3.
            MOVE SPACES TO WS-PAGE-NAME.
            STRING "collection-" WS-PAGE-NO-3 ".html"
                DELIMITED BY SIZE INTO WS-PAGE-NAME.
            MOVE CO-TITLE TO WS-PAGE-TITLE.
            PERFORM 8000-OPEN-PAGE.
            MOVE 'Y' TO WS-COLM-EOF.
            IF WS-COLM-OPEN = 'Y'
                MOVE 'N' TO WS-COLM-EOF
                MOVE CO-CODE TO CM-CODE
                MOVE ZEROES TO CM-SEQNO
                START COLLECTION-MEMBER-FILE KEY IS >= CM-KEY
                    INVALID KEY
                        MOVE 'Y' TO WS-COLM-EOF
                END-START
            END-IF.
            PERFORM UNTIL WS-COLM-EOF = 'Y'
                READ COLLECTION-MEMBER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-COLM-EOF
                    NOT AT END
                        IF CM-CODE NOT = CO-CODE
                            MOVE 'Y' TO WS-COLM-EOF
                        ELSE
                            PERFORM 5200-WRITE-ONE-MEMBER
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SK-COUNT (WS-SK-USED) = ZERO
                MOVE "<p>No quotes in this collection at present.</p>"
                    TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
            END-IF.
            PERFORM 8100-CLOSE-PAGE.

       5200-WRITE-ONE-MEMBER.
            MOVE CM-ID TO WS-SEE-FROM-ID.
            PERFORM 8600-FIND-LIVE-QUOTE.
            IF WS-SQ-FOUND = 'Y'
                ADD 1 TO WS-SK-COUNT (WS-SK-USED)
                PERFORM 8500-WRITE-QUOTE-BLOCK
            END-IF.

      *> The front page - every author, category and collection page
      *> written this run, with how many quotes each carries:
       6000-WRITE-INDEX.
            MOVE "index.html" TO WS-PAGE-NAME.
            MOVE "The collection" TO WS-PAGE-TITLE.
            PERFORM 8000-OPEN-PAGE.
            IF WS-PAGE-OK NOT = 'Y'
                DISPLAY "Unable to write the site index under "
                        FUNCTION TRIM(WS-SITE-DIR)
                MOVE ZERO TO WS-PAGE-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SQ-USED TO WS-NUM-ED.
            MOVE SPACES TO WS-PAGE-LINE.
            STRING "<p>" FUNCTION TRIM(WS-NUM-ED)
                " quotes, as of " WS-TODAY (1:4) "-" WS-TODAY (5:2)
                "-" WS-TODAY (7:2) ".</p>"
                DELIMITED BY SIZE INTO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.

            MOVE "<h2>Authors</h2>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE "<ul>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            PERFORM VARYING WS-SA-I FROM 1 BY 1
                    UNTIL WS-SA-I > WS-SA-USED
                MOVE WS-SA-I TO WS-PAGE-NO-4
                MOVE WS-SA-COUNT (WS-SA-I) TO WS-NUM-ED
                MOVE WS-SA-NAME (WS-SA-I) TO WS-ESC-IN
                PERFORM 8900-ESCAPE-HTML
                MOVE SPACES TO WS-PAGE-LINE
                STRING '<li><a href="author-' WS-PAGE-NO-4 '.html">'
                    WS-ESC-OUT (1:WS-ESC-O) '</a> ('
                    FUNCTION TRIM(WS-NUM-ED) ')</li>'
                    DELIMITED BY SIZE INTO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
            END-PERFORM.
            MOVE "</ul>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.

            IF WS-SC-USED > ZERO
                MOVE "<h2>Categories</h2>" TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
                MOVE "<ul>" TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
                PERFORM VARYING WS-SC-I FROM 1 BY 1
                        UNTIL WS-SC-I > WS-SC-USED
                    MOVE WS-SC-I TO WS-PAGE-NO-3
                    MOVE WS-SC-COUNT (WS-SC-I) TO WS-NUM-ED
                    MOVE WS-SC-NAME (WS-SC-I) TO WS-ESC-IN
                    PERFORM 8900-ESCAPE-HTML
                    MOVE SPACES TO WS-PAGE-LINE
                    STRING '<li><a href="category-' WS-PAGE-NO-3
                        '.html">' WS-ESC-OUT (1:WS-ESC-O) '</a> ('
                        FUNCTION TRIM(WS-NUM-ED) ')</li>'
                        DELIMITED BY SIZE INTO WS-PAGE-LINE
                    PERFORM 8200-WRITE-LINE
                END-PERFORM
                MOVE "</ul>" TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
            END-IF.

            IF WS-SK-USED > ZERO
                MOVE "<h2>Collections</h2>" TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
                MOVE "<ul>" TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
                PERFORM VARYING WS-SK-I FROM 1 BY 1
                        UNTIL WS-SK-I > WS-SK-USED
                    MOVE WS-SK-I TO WS-PAGE-NO-3
                    MOVE WS-SK-COUNT (WS-SK-I) TO WS-NUM-ED
                    MOVE WS-SK-TITLE (WS-SK-I) TO WS-ESC-IN
                    PERFORM 8900-ESCAPE-HTML
                    MOVE SPACES TO WS-PAGE-LINE
                    STRING '<li><a href="collection-' WS-PAGE-NO-3
                        '.html">' WS-ESC-OUT (1:WS-ESC-O) '</a> ('
                        FUNCTION TRIM(WS-NUM-ED) ')</li>'
                        DELIMITED BY SIZE INTO WS-PAGE-LINE
                    PERFORM 8200-WRITE-LINE
                END-PERFORM
                MOVE "</ul>" TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
            END-IF.
            PERFORM 8100-CLOSE-PAGE.

      *> Page head and tail, shared by every page.  A page that will
      *> not open is reported and skipped, the rest of the site
      *> still gets written:
       8000-OPEN-PAGE.
            MOVE SPACES TO WS-PAGE-PATH.
            STRING FUNCTION TRIM(WS-SITE-DIR) "/"
                FUNCTION TRIM(WS-PAGE-NAME)
                DELIMITED BY SIZE INTO WS-PAGE-PATH.
            OPEN OUTPUT SITE-PAGE-FILE.
            IF WS-PAGE-STATUS NOT = '00'
                MOVE 'N' TO WS-PAGE-OK
                DISPLAY "WARNING: unable to write "
                        FUNCTION TRIM(WS-PAGE-PATH) ", status "
                        WS-PAGE-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-PAGE-OK.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-TITLE TO WS-ESC-IN.
            PERFORM 8900-ESCAPE-HTML.
            MOVE SPACES TO WS-H-TITLE.
            IF WS-ESC-O > ZERO
                MOVE WS-ESC-OUT (1:WS-ESC-O) TO WS-H-TITLE
            END-IF.
            MOVE "<!DOCTYPE html>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE '<html lang="en">' TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE SPACES TO WS-PAGE-LINE.
            STRING "<head><title>Mighty Maxims - "
                FUNCTION TRIM(WS-H-TITLE) "</title></head>"
                DELIMITED BY SIZE INTO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE "<body>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE '<p><a href="index.html">Mighty Maxims</a></p>'
                TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE SPACES TO WS-PAGE-LINE.
            STRING "<h1>" FUNCTION TRIM(WS-H-TITLE) "</h1>"
                DELIMITED BY SIZE INTO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.

       8100-CLOSE-PAGE.
            IF WS-PAGE-OK NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE "<hr>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE SPACES TO WS-PAGE-LINE.
            STRING '<p class="stamp">Built ' WS-TODAY (1:4) "-"
                WS-TODAY (5:2) "-" WS-TODAY (7:2)
                " from the quote file.</p>"
                DELIMITED BY SIZE INTO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE "</body>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            MOVE "</html>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.
            CLOSE SITE-PAGE-FILE.
            MOVE 'N' TO WS-PAGE-OK.

       8200-WRITE-LINE.
            IF WS-PAGE-OK = 'Y'
                WRITE WS-PAGE-LINE
            END-IF.

      *> One quote as it appears on any page: the full maxim, who
      *> said it and where (the author linked to their page), each
      *> stored translation, and its "see also" links.  The div
      *> carries the Q-ID as an anchor so a link can land on it:
       8500-WRITE-QUOTE-BLOCK.
            IF WS-PAGE-OK NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SQ-ID (WS-SQ-I) TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            MOVE SPACES TO WS-PAGE-LINE.
            STRING '<div class="quote" id="q' Q-ID '">'
                DELIMITED BY SIZE INTO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.

            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            PERFORM 8550-WRITE-MAXIM-TEXT.
            MOVE SPACES TO WS-PAGE-LINE.
            STRING "<blockquote>" WS-H-TEXT (1:WS-ESC-O)
                "</blockquote>"
                DELIMITED BY SIZE INTO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.

            MOVE WS-SQ-AUTHOR (WS-SQ-I) TO WS-ESC-IN.
            PERFORM 8900-ESCAPE-HTML.
            MOVE WS-ESC-OUT (1:WS-ESC-O) TO WS-H-AUTHOR.
            MOVE Q-SOURCE TO WS-ESC-IN.
            PERFORM 8900-ESCAPE-HTML.
            MOVE SPACES TO WS-H-SOURCE.
            IF WS-ESC-O > ZERO
                MOVE WS-ESC-OUT (1:WS-ESC-O) TO WS-H-SOURCE
            END-IF.
            SEARCH ALL WS-SA-ENTRY
                AT END
                    MOVE 1 TO WS-PAGE-NO-4
                WHEN WS-SA-NAME (WS-SA-IDX) = WS-SQ-AUTHOR (WS-SQ-I)
                    SET WS-PAGE-NO-4 TO WS-SA-IDX
            END-SEARCH.
            MOVE SPACES TO WS-PAGE-LINE.
            IF WS-H-SOURCE = SPACES
                STRING '<p class="who">- <a href="author-'
                    WS-PAGE-NO-4 '.html">' FUNCTION TRIM(WS-H-AUTHOR)
                    '</a></p>'
                    DELIMITED BY SIZE INTO WS-PAGE-LINE
            ELSE
                STRING '<p class="who">- <a href="author-'
                    WS-PAGE-NO-4 '.html">' FUNCTION TRIM(WS-H-AUTHOR)
                    '</a>, <cite>' FUNCTION TRIM(WS-H-SOURCE)
                    '</cite></p>'
                    DELIMITED BY SIZE INTO WS-PAGE-LINE
            END-IF.
            PERFORM 8200-WRITE-LINE.

      *> A translation gone stale since the English changed is left
      *> off the page under MM_XLT_STALE_FALLBACK=Y - the English
      *> above it stands alone until the office re-enters it:
            PERFORM VARYING WS-LANG-I FROM 1 BY 1
                    UNTIL WS-LANG-I > WS-LANG-USED
                MOVE 'O' TO WS-XLT-MODE
                CALL "Q_XLATE" USING WS-XLT-MODE WS-LONG-ID
                    WS-LANG-CODE (WS-LANG-I) WS-LONG-TEXT WS-LONG-LEN
                    WS-XLT-FLAG
                END-CALL
                IF WS-XLT-FLAG = 'Y'
                    PERFORM 8550-WRITE-MAXIM-TEXT
                    MOVE SPACES TO WS-PAGE-LINE
                    STRING '<p class="xlt" lang="'
                        FUNCTION LOWER-CASE(
                            FUNCTION TRIM(WS-LANG-CODE (WS-LANG-I)))
                        '">' FUNCTION TRIM(WS-LANG-CODE (WS-LANG-I))
                        ': ' WS-H-TEXT (1:WS-ESC-O) '</p>'
                        DELIMITED BY SIZE INTO WS-PAGE-LINE
                    PERFORM 8200-WRITE-LINE
                END-IF
            END-PERFORM.

            IF WS-LINK-OPEN = 'Y'
                PERFORM 8700-WRITE-SEE-ALSO
            END-IF.
            MOVE "</div>" TO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.

      *> WS-LONG-TEXT (WS-LONG-LEN characters) escaped into WS-H-TEXT,
      *> its length left in WS-ESC-O:
       8550-WRITE-MAXIM-TEXT.
            MOVE SPACES TO WS-ESC-IN.
            IF WS-LONG-LEN > ZERO
                MOVE WS-LONG-TEXT (1:WS-LONG-LEN) TO WS-ESC-IN
            END-IF.
            PERFORM 8900-ESCAPE-HTML.
            MOVE WS-ESC-OUT (1:WS-ESC-O) TO WS-H-TEXT.

      *> WS-SEE-FROM-ID on the site?  WS-SQ-I is left pointing at it:
       8600-FIND-LIVE-QUOTE.
            MOVE 'N' TO WS-SQ-FOUND.
            IF WS-SQ-USED = ZERO
                EXIT PARAGRAPH
            END-IF.
            SEARCH ALL WS-SQ-ENTRY
                AT END
                    CONTINUE
                WHEN WS-SQ-ID (WS-SQ-IDX) = WS-SEE-FROM-ID
                    MOVE 'Y' TO WS-SQ-FOUND
                    SET WS-SQ-I TO WS-SQ-IDX
            END-SEARCH.

      *> Each link filed under this quote, to a quote that is itself
      *> on the site, as a link to the linked quote on its author's
      *> page.  WS-SQ-I is the caller's loop subscript, so it is put
      *> back before returning:
       8700-WRITE-SEE-ALSO.
            MOVE ZERO TO WS-SEE-COUNT.
            MOVE 'N' TO WS-LINK-EOF.
            MOVE WS-SQ-I TO WS-SQ-SAVE.
            MOVE Q-ID TO LN-FROM-ID.
            MOVE ZEROES TO LN-TO-ID.
            START QUOTE-LINK-FILE KEY IS >= LN-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-LINK-EOF
            END-START.
            PERFORM UNTIL WS-LINK-EOF = 'Y'
                READ QUOTE-LINK-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-LINK-EOF
                    NOT AT END
                        IF LN-FROM-ID NOT = Q-ID
                            MOVE 'Y' TO WS-LINK-EOF
                        ELSE
                            PERFORM 8750-WRITE-ONE-LINK
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-SEE-COUNT > ZERO
                MOVE "</ul>" TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
            END-IF.
            MOVE WS-SQ-SAVE TO WS-SQ-I.

       8750-WRITE-ONE-LINK.
            MOVE LN-TO-ID TO WS-SEE-FROM-ID.
            PERFORM 8600-FIND-LIVE-QUOTE.
            IF WS-SQ-FOUND NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-SEE-COUNT.
            IF WS-SEE-COUNT = 1
                MOVE '<p class="see">See also:</p><ul>'
                    TO WS-PAGE-LINE
                PERFORM 8200-WRITE-LINE
            END-IF.
            SEARCH ALL WS-SA-ENTRY
                AT END
                    MOVE 1 TO WS-PAGE-NO-4
                WHEN WS-SA-NAME (WS-SA-IDX) = WS-SQ-AUTHOR (WS-SQ-I)
                    SET WS-PAGE-NO-4 TO WS-SA-IDX
            END-SEARCH.
            MOVE WS-SQ-AUTHOR (WS-SQ-I) TO WS-ESC-IN.
            PERFORM 8900-ESCAPE-HTML.
            MOVE WS-ESC-OUT (1:WS-ESC-O) TO WS-H-AUTHOR.
            MOVE LN-NOTE TO WS-ESC-IN.
            PERFORM 8900-ESCAPE-HTML.
            MOVE SPACES TO WS-H-NOTE.
            IF WS-ESC-O > ZERO
                MOVE WS-ESC-OUT (1:WS-ESC-O) TO WS-H-NOTE
            END-IF.
            MOVE SPACES TO WS-ANCHOR.
            STRING "author-" WS-PAGE-NO-4 ".html#q" LN-TO-ID
                DELIMITED BY SIZE INTO WS-ANCHOR.
            MOVE SPACES TO WS-PAGE-LINE.
            STRING '<li><a href="' FUNCTION TRIM(WS-ANCHOR) '">'
                FUNCTION TRIM(WS-H-AUTHOR) ', quote ' LN-TO-ID
                '</a> ' FUNCTION TRIM(WS-H-NOTE) '</li>'
                DELIMITED BY SIZE INTO WS-PAGE-LINE.
            PERFORM 8200-WRITE-LINE.

      *> WS-ESC-IN, trailing spaces ignored, into WS-ESC-OUT with
      *> &, <, > and " turned into entities; WS-ESC-O comes back
      *> as the escaped length, never less than 1 so it can always
      *> be used as a reference length.  Bytes above X"7F" pass
      *> through untouched, as they do in the widget export:
       8900-ESCAPE-HTML.
            MOVE SPACES TO WS-ESC-OUT.
            MOVE ZERO TO WS-ESC-O.
            IF WS-ESC-IN = SPACES
                MOVE ZERO TO WS-ESC-IN-LEN
            ELSE
                COMPUTE WS-ESC-IN-LEN = FUNCTION LENGTH(
                    FUNCTION TRIM(WS-ESC-IN TRAILING))
            END-IF.
            PERFORM VARYING WS-ESC-I FROM 1 BY 1
                    UNTIL WS-ESC-I > WS-ESC-IN-LEN
                MOVE WS-ESC-IN (WS-ESC-I:1) TO WS-ESC-CHAR
                EVALUATE WS-ESC-CHAR
                    WHEN '&'
                        MOVE '&amp;' TO WS-ESC-OUT (WS-ESC-O + 1:5)
                        ADD 5 TO WS-ESC-O
                    WHEN '<'
                        MOVE '&lt;' TO WS-ESC-OUT (WS-ESC-O + 1:4)
                        ADD 4 TO WS-ESC-O
                    WHEN '>'
                        MOVE '&gt;' TO WS-ESC-OUT (WS-ESC-O + 1:4)
                        ADD 4 TO WS-ESC-O
                    WHEN '"'
                        MOVE '&quot;' TO WS-ESC-OUT (WS-ESC-O + 1:6)
                        ADD 6 TO WS-ESC-O
                    WHEN OTHER
                        ADD 1 TO WS-ESC-O
                        MOVE WS-ESC-CHAR TO WS-ESC-OUT (WS-ESC-O:1)
                END-EVALUATE
            END-PERFORM.
            IF WS-ESC-O = ZERO
                MOVE 1 TO WS-ESC-O
            END-IF.
            MOVE SPACES TO WS-ESC-IN.

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
            MOVE 'Q_SITE' TO AUDIT-PROGRAM.
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
