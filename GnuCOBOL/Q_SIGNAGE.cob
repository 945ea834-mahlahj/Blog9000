       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SIGNAGE.

      *> The lobby screen: a day's playlist of quotes shown one
      *> full-screen slide at a time.  The playlist is built once at
      *> start-up from today's Q_DAILY pick (the .ROTATION line
      *> carrying today's date), the top-rated quotes on the
      *> RATINGS-FILE (ranked the way Q_RATE ranks them) and the
      *> curated collection chosen for the week, in the curator's
      *> order.  A quote that turns up twice is shown once.
      *>
      *> Every quote passes the gates any outward channel does -
      *> Q_LIFECHK's publication window, Q_SRCCHK's rights for the
      *> outward channel and Q_ATTRGET's verified attributions.  The
      *> lobby is public, so verified-only is on unless
      *> MM_SIGN_VERIFIED=N turns it off.  Q_LIFECHK is asked again
      *> before every showing, so a quote retired or held on reader
      *> complaints during the day comes off the screen at once.
      *>
      *> Each slide is a text file sized to the screen: a
      *> BIG-CHARS-RENDER headline (TODAY, TOP PICK or the
      *> collection code), the full maxim through Q_LONGTXT wrapped
      *> to the screen width, the author and source, padded out to
      *> the screen height with "slide n of m" on the last line.
      *> The player rewrites <dir>/CURRENT.TXT from each slide in
      *> turn - built beside it and renamed into place, so the
      *> screen never reads half a slide - and sleeps between them.
      *>
      *> No prompts; the settings come from the environment:
      *>   MM_SIGN_PATH      slide directory (default MM-SIGN),
      *>                     created if it is not already there
      *>   MM_SIGN_WIDTH     screen width in characters (default 80)
      *>   MM_SIGN_HEIGHT    screen height in lines (default 24)
      *>   MM_SIGN_COLOR     headline colour N, R or G (default N)
      *>   MM_SIGN_TOP       top-rated quotes to show (default 5)
      *>   MM_SIGN_COLL      the week's collection, overriding the
      *>                     calendar below
      *>   MM_SIGN_CAL       the week calendar (default
      *>                     MM-SIGNAGE.CTL), one line per week,
      *>                     YYYYMMDD|CODE for the week starting on
      *>                     that date; '*' lines are comments
      *>   MM_SIGN_SECONDS   seconds each slide stays up (default 20)
      *>   MM_SIGN_ROUNDS    passes through the playlist, 0 = until
      *>                     the date changes (default 0)
      *>   MM_SIGN_VERIFIED  N to show unverified attributions too
      *>   BIG_CHARS_FONT    glyph set for the headline
      *>
      *> The run ends when the date changes, so the lobby machine's
      *> start-up script simply restarts it for the next day's
      *> playlist.  Dropping <dir>/SIGNAGE.STOP ends it cleanly
      *> after the slide on show.

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

       *> Q_DAILY's pick history, one YYYYMMDD|id line per day:
       SELECT ROTATION-HISTORY-FILE
            ASSIGN TO WS-ROTATION-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ROTATION-STATUS.

       *> One record per (quote, operator) pair - see MM-RATE-RAW.cpy:
       SELECT RATINGS-FILE
            ASSIGN TO WS-RATINGS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RT-KEY
            FILE STATUS IS WS-RATINGS-STATUS.

       *> Sort work file so the top-rated slides rank by average
       *> score however many quotes carry ratings:
       SELECT SIGN-SORT-FILE
            ASSIGN TO "QSIGN-SORTWK".

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

       *> The week calendar - which collection is on the screen:
       SELECT SIGN-CALENDAR-FILE
            ASSIGN TO WS-CAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAL-STATUS.

       *> The rendered headline, staged so its lines can be counted
       *> onto the slide:
       SELECT SIGN-HEADLINE-FILE
            ASSIGN TO WS-HEAD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HEAD-STATUS.

       *> One slide at a time, reopened under each slide's name:
       SELECT SIGN-SLIDE-FILE
            ASSIGN TO WS-SLIDE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SLIDE-STATUS.

       *> The screen's file, built as CURRENT.TMP and renamed in:
       SELECT SIGN-SHOW-FILE
            ASSIGN TO WS-SHOW-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHOW-STATUS.

       *> The day's running order, for facilities to check:
       SELECT SIGN-PLAYLIST-FILE
            ASSIGN TO WS-PLAYLIST-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PLAYLIST-STATUS.

       SELECT SIGN-STOP-FILE
            ASSIGN TO WS-STOP-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STOP-STATUS.

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

       FD  ROTATION-HISTORY-FILE.
       01  WS-ROTATION-RECORD      PIC X(18).

       COPY MM-RATE-RAW.

       SD  SIGN-SORT-FILE.
       01  SIGN-SORT-RECORD.
           05 RV-AVG-X100        PIC 9(5).
           05 RV-ID              PIC 9(9).
           05 RV-VOTES           PIC 9(5).

       COPY MM-COLL-RAW.
       COPY MM-COLM-RAW.

       FD  SIGN-CALENDAR-FILE.
       01  WS-CAL-RECORD             PIC X(80).

       FD  SIGN-HEADLINE-FILE.
       01  WS-HEAD-LINE              PIC X(200).

       FD  SIGN-SLIDE-FILE.
       01  WS-SLIDE-LINE             PIC X(200).

       FD  SIGN-SHOW-FILE.
       01  WS-SHOW-LINE              PIC X(200).

       FD  SIGN-PLAYLIST-FILE.
       01  WS-PLAYLIST-LINE          PIC X(120).

       FD  SIGN-STOP-FILE.
       01  WS-STOP-LINE              PIC X(80).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_SIGNAGE'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       01 WS-NUM-ED             PIC ZZZZ9.
       01 WS-NUM-ED-2           PIC ZZZZ9.
       01 WS-CALL-STATUS        PIC S9(9) BINARY VALUE ZERO.
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-ROTATION-PATH      PIC X(205) VALUE SPACES.
       01 WS-ROTATION-STATUS    PIC XX VALUE '00'.
       01 WS-RATINGS-PATH       PIC X(205) VALUE SPACES.
       01 WS-RATINGS-STATUS     PIC XX VALUE '00'.
       01 WS-COLL-PATH          PIC X(205) VALUE SPACES.
       01 WS-COLL-STATUS        PIC XX VALUE '00'.
       01 WS-COLM-PATH          PIC X(205) VALUE SPACES.
       01 WS-COLM-STATUS        PIC XX VALUE '00'.
       01 WS-COLM-EOF           PIC X VALUE 'N'.
       01 WS-CYCLE-MARK         PIC X(18) VALUE '--------|CYCLE'.

      *> Screen settings, from the environment:
       01 WS-SIGN-DIR           PIC X(200) VALUE 'MM-SIGN'.
       01 WS-SIGN-WIDTH-A       PIC X(4) VALUE SPACES.
       01 WS-SIGN-WIDTH         PIC 9(3) VALUE 80.
       01 WS-SIGN-HEIGHT-A      PIC X(4) VALUE SPACES.
       01 WS-SIGN-HEIGHT        PIC 9(3) VALUE 24.
       01 WS-SIGN-COLOR         PIC X VALUE 'N'.
       01 WS-SIGN-TOP-A         PIC X(4) VALUE SPACES.
       01 WS-SIGN-TOP           PIC 9(3) VALUE 5.
       01 WS-SIGN-COLL          PIC X(10) VALUE SPACES.
       01 WS-SIGN-SECS-A        PIC X(4) VALUE SPACES.
       01 WS-SIGN-SECS          PIC 9(4) VALUE 20.
       01 WS-SIGN-ROUNDS-A      PIC X(4) VALUE SPACES.
       01 WS-SIGN-ROUNDS        PIC 9(4) VALUE ZERO.

      *> Outward-channel gates, as Q_SITE applies them:
       01 WS-LIFE-OK            PIC X VALUE 'Y'.
       01 WS-SRC-CLEARED        PIC X VALUE 'Y'.
       01 WS-SIGN-CHANNEL       PIC X VALUE 'X'.
       01 WS-VERIFIED-ONLY      PIC X VALUE 'Y'.
       01 WS-ATTR-STATE         PIC X VALUE 'U'.
       01 WS-LIFE-SKIPPED       PIC 9(9) COMP VALUE ZERO.
       01 WS-RIGHTS-SKIPPED     PIC 9(9) COMP VALUE ZERO.
       01 WS-UNVERIFIED-SKIPPED PIC 9(9) COMP VALUE ZERO.
       01 WS-MISSING-SKIPPED    PIC 9(9) COMP VALUE ZERO.
       01 WS-TABLE-SKIPPED      PIC 9(9) COMP VALUE ZERO.

      *> The playlist, in running order.  A candidate comes in
      *> through WS-CAND-ID and WS-CAND-HEAD and is added only if
      *> it is new to the list and clears every gate:
       01 WS-PL-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-PL-TABLE.
           05 WS-PL-ENTRY OCCURS 200 TIMES.
               10 WS-PL-ID           PIC 9(9).
               10 WS-PL-HEAD         PIC X(10).
               10 WS-PL-WITHDRAWN    PIC X.
       01 WS-PL-I               PIC 9(3) COMP VALUE ZERO.
       01 WS-PL-HIT             PIC X VALUE 'N'.
       01 WS-CAND-ID            PIC 9(9) VALUE ZERO.
       01 WS-CAND-HEAD          PIC X(10) VALUE SPACES.
       01 WS-CAND-ADDED         PIC X VALUE 'N'.
       01 WS-DAILY-COUNT        PIC 9(3) COMP VALUE ZERO.
       01 WS-TOP-COUNT          PIC 9(3) COMP VALUE ZERO.
       01 WS-COLL-COUNT         PIC 9(3) COMP VALUE ZERO.

      *> Today's pick off the .ROTATION history:
       01 WS-HIST-DATE          PIC X(8) VALUE SPACES.
       01 WS-HIST-ID-A          PIC X(9) VALUE SPACES.
       01 WS-DAILY-ID           PIC 9(9) VALUE ZERO.
       01 WS-DAILY-FOUND        PIC X VALUE 'N'.

      *> Top-rated averaging, as in Q_RATE:
       01 WS-HAVE-AGG           PIC X VALUE 'N'.
       01 WS-AGG-ID             PIC 9(9) VALUE ZERO.
       01 WS-AGG-SUM            PIC 9(7) VALUE ZERO.
       01 WS-AGG-VOTES          PIC 9(5) VALUE ZERO.
       01 WS-AVG-X100           PIC 9(5) VALUE ZERO.
       01 WS-SORT-EOF           PIC X VALUE 'N'.

      *> The week calendar: the latest line starting on or before
      *> today and less than a week ago names the collection:
       01 WS-CAL-PATH           PIC X(200) VALUE 'MM-SIGNAGE.CTL'.
       01 WS-CAL-STATUS         PIC XX VALUE '00'.
       01 WS-CAL-EOF            PIC X VALUE 'N'.
       01 WS-CAL-DATE           PIC X(8) VALUE SPACES.
       01 WS-CAL-CODE           PIC X(10) VALUE SPACES.
       01 WS-CAL-BEST-DATE      PIC X(8) VALUE SPACES.
       01 WS-CAL-DATE-NUM       PIC 9(8) VALUE ZERO.
       01 WS-TODAY-NUM          PIC 9(8) VALUE ZERO.
       01 WS-CAL-AGE            PIC S9(7) VALUE ZERO.

      *> Slide files and the screen's own file:
       01 WS-HEAD-PATH          PIC X(200) VALUE SPACES.
       01 WS-HEAD-STATUS        PIC XX VALUE '00'.
       01 WS-HEAD-EOF           PIC X VALUE 'N'.
       01 WS-SLIDE-PATH         PIC X(200) VALUE SPACES.
       01 WS-SLIDE-STATUS       PIC XX VALUE '00'.
       01 WS-SLIDE-EOF          PIC X VALUE 'N'.
       01 WS-SLIDE-NO           PIC 9(3) VALUE ZERO.
       01 WS-SLIDE-LINES        PIC 9(5) COMP VALUE ZERO.
       01 WS-SLIDE-COUNT        PIC 9(3) COMP VALUE ZERO.
       01 WS-SHOW-PATH          PIC X(200) VALUE SPACES.
       01 WS-SHOW-STATUS        PIC XX VALUE '00'.
       01 WS-CURRENT-PATH       PIC X(200) VALUE SPACES.
       01 WS-PLAYLIST-PATH      PIC X(200) VALUE SPACES.
       01 WS-PLAYLIST-STATUS    PIC XX VALUE '00'.
       01 WS-STOP-PATH          PIC X(200) VALUE SPACES.
       01 WS-STOP-STATUS        PIC XX VALUE '00'.
       01 WS-SHOWN-COUNT        PIC 9(9) COMP VALUE ZERO.
       01 WS-ROUND              PIC 9(4) VALUE ZERO.
       01 WS-SHUTDOWN           PIC X VALUE 'N'.
       01 WS-ROUND-SHOWN        PIC 9(3) COMP VALUE ZERO.

      *> Q_FBTAKE's arguments, for the start-up call that makes sure
      *> the hold file is there for Q_LIFECHK:
       01 WS-FB-TYPE            PIC X(10) VALUE SPACES.
       01 WS-FB-ID              PIC 9(9) VALUE ZERO.
       01 WS-FB-REF             PIC X(15) VALUE SPACES.
       01 WS-FB-NOTE            PIC X(80) VALUE SPACES.
       01 WS-FB-RESULT          PIC X VALUE SPACE.
       01 WS-SWAP-FAILED        PIC X VALUE 'N'.
       01 WS-BUILD-FAILED       PIC X VALUE 'N'.

      *> Headline rendering through the callable BIG-CHARS renderer:
       01 WS-BANNER-TEXT        PIC X(80) VALUE SPACES.
       01 WS-BANNER-SCALE       PIC 9 VALUE 1.
       01 WS-BANNER-GPR         PIC 9(2) VALUE 8.
       01 WS-BANNER-COLOR       PIC X VALUE 'N'.
       01 WS-BANNER-MODE        PIC X VALUE 'O'.
       01 WS-BANNER-FONT        PIC X(200) VALUE SPACES.
       01 WS-BANNER-STATUS      PIC XX VALUE '00'.
       01 WS-BANNER-ORIENT      PIC X VALUE 'A'.
       01 WS-BANNER-WIDTH       PIC 9(3) VALUE ZERO.

      *> Full-text reassembly through Q_LONGTXT and the word wrap,
      *> as Q_PRINT does it:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.
       01 WS-WRAP-WIDTH         PIC 9(3) VALUE 76.
       01 WS-REMAINING-TEXT     PIC X(3060).
       01 WS-REMAINING-LEN      PIC 9(5) COMP.
       01 WS-BREAK-POS          PIC 9(3) COMP.
       01 WS-NEW-LEN            PIC 9(5) COMP.

      *> Every quote on the screen goes in the publication ledger
      *> through Q_PUBLOG, once, when its slide is built:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'SIGNAGE'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
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
        PERFORM 0100-READ-SETTINGS.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_SIGNAGE' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".ROTATION"
            DELIMITED BY SIZE INTO WS-ROTATION-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".RATINGS"
            DELIMITED BY SIZE INTO WS-RATINGS-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".COLL"
            DELIMITED BY SIZE INTO WS-COLL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".COLM"
            DELIMITED BY SIZE INTO WS-COLM-PATH.
        STRING FUNCTION TRIM(WS-SIGN-DIR) "/HEADLINE.TMP"
            DELIMITED BY SIZE INTO WS-HEAD-PATH.
        STRING FUNCTION TRIM(WS-SIGN-DIR) "/CURRENT.TMP"
            DELIMITED BY SIZE INTO WS-SHOW-PATH.
        STRING FUNCTION TRIM(WS-SIGN-DIR) "/CURRENT.TXT"
            DELIMITED BY SIZE INTO WS-CURRENT-PATH.
        STRING FUNCTION TRIM(WS-SIGN-DIR) "/PLAYLIST.TXT"
            DELIMITED BY SIZE INTO WS-PLAYLIST-PATH.
        STRING FUNCTION TRIM(WS-SIGN-DIR) "/SIGNAGE.STOP"
            DELIMITED BY SIZE INTO WS-STOP-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_SIGNAGE' TO WS-LAYCHK-PROGRAM.
        MOVE 'RATE' TO WS-LAYCHK-CODE.
        MOVE WS-RATINGS-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'COLL' TO WS-LAYCHK-CODE.
        MOVE WS-COLL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'COLM' TO WS-LAYCHK-CODE.
        MOVE WS-COLM-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.
      *> The hold file must exist before the first Q_LIFECHK call
      *> opens it, or holds placed while the screen runs would go
      *> unseen until tomorrow's playlist:
        MOVE 'START' TO WS-FB-TYPE.
        CALL "Q_FBTAKE" USING WS-FB-TYPE WS-FB-ID WS-FB-REF
            WS-FB-NOTE WS-FB-RESULT
        END-CALL.

        DISPLAY "Mighty Maxims - Lobby Signage"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

      *> Already there is the normal case - only a real failure to
      *> write a slide below stops the run:
        CALL "CBL_CREATE_DIR" USING WS-SIGN-DIR
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

        PERFORM 1000-ADD-DAILY-PICK.
        PERFORM 2000-ADD-TOP-RATED.
        PERFORM 3000-ADD-WEEK-COLLECTION.
        IF WS-PL-USED > ZERO
            PERFORM 4000-BUILD-SLIDES
        END-IF.

        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.

        MOVE WS-PL-USED TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " slide(s) in today's "
                "playlist at " FUNCTION TRIM(WS-SIGN-DIR).
        MOVE WS-DAILY-COUNT TO WS-NUM-ED.
        DISPLAY "  daily pick:  " WS-NUM-ED.
        MOVE WS-TOP-COUNT TO WS-NUM-ED.
        DISPLAY "  top-rated:   " WS-NUM-ED.
        MOVE WS-COLL-COUNT TO WS-NUM-ED.
        DISPLAY "  collection:  " WS-NUM-ED.
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
        IF WS-MISSING-SKIPPED > ZERO
            DISPLAY WS-MISSING-SKIPPED " quote(s) no longer on file."
        END-IF.
        IF WS-TABLE-SKIPPED > ZERO
            DISPLAY "WARNING: " WS-TABLE-SKIPPED " quote(s) left off "
                    "- the playlist is full."
        END-IF.

        IF WS-SLIDE-COUNT = ZERO
            DISPLAY "Nothing to put on the screen today."
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "no signage playlist for " WS-TODAY
                " - no quote cleared the gates"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'SIGNAGE' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE SPACES TO WS-AUDIT-MESSAGE.
        MOVE WS-SLIDE-COUNT TO WS-NUM-ED.
        STRING "signage playlist for " WS-TODAY ", "
            FUNCTION TRIM(WS-NUM-ED) " slide(s) to "
            FUNCTION TRIM(WS-SIGN-DIR)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'SIGNAGE' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        MOVE WS-SIGN-SECS TO WS-NUM-ED.
        DISPLAY "Showing " FUNCTION TRIM(WS-CURRENT-PATH)
                ", " FUNCTION TRIM(WS-NUM-ED) " second(s) a slide.".
        PERFORM 5000-RUN-ROTATION.
        MOVE WS-SHOWN-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " slide(s) shown.".
        STOP RUN.

      *> Numbers out of range fall back to the defaults; the width
      *> is held to what a slide record and the wrap can carry:
       0100-READ-SETTINGS.
            ACCEPT WS-SIGN-DIR FROM ENVIRONMENT "MM_SIGN_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SIGN-DIR = SPACES
                MOVE 'MM-SIGN' TO WS-SIGN-DIR
            END-IF.
            ACCEPT WS-SIGN-WIDTH-A FROM ENVIRONMENT "MM_SIGN_WIDTH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SIGN-WIDTH-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SIGN-WIDTH-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-SIGN-WIDTH-A) TO WS-SIGN-WIDTH
            END-IF.
            IF WS-SIGN-WIDTH < 40 OR WS-SIGN-WIDTH > 200
                MOVE 80 TO WS-SIGN-WIDTH
            END-IF.
            ACCEPT WS-SIGN-HEIGHT-A FROM ENVIRONMENT "MM_SIGN_HEIGHT"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SIGN-HEIGHT-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SIGN-HEIGHT-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-SIGN-HEIGHT-A)
                    TO WS-SIGN-HEIGHT
            END-IF.
            IF WS-SIGN-HEIGHT < 12
                MOVE 24 TO WS-SIGN-HEIGHT
            END-IF.
            ACCEPT WS-SIGN-COLOR FROM ENVIRONMENT "MM_SIGN_COLOR"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE FUNCTION UPPER-CASE(WS-SIGN-COLOR) TO WS-SIGN-COLOR.
            IF WS-SIGN-COLOR NOT = 'R' AND WS-SIGN-COLOR NOT = 'G'
                MOVE 'N' TO WS-SIGN-COLOR
            END-IF.
            ACCEPT WS-SIGN-TOP-A FROM ENVIRONMENT "MM_SIGN_TOP"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SIGN-TOP-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SIGN-TOP-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-SIGN-TOP-A) TO WS-SIGN-TOP
            END-IF.
            ACCEPT WS-SIGN-COLL FROM ENVIRONMENT "MM_SIGN_COLL"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE FUNCTION UPPER-CASE(WS-SIGN-COLL) TO WS-SIGN-COLL.
            ACCEPT WS-CAL-PATH FROM ENVIRONMENT "MM_SIGN_CAL"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-CAL-PATH = SPACES
                MOVE 'MM-SIGNAGE.CTL' TO WS-CAL-PATH
            END-IF.
            ACCEPT WS-SIGN-SECS-A FROM ENVIRONMENT "MM_SIGN_SECONDS"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SIGN-SECS-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SIGN-SECS-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-SIGN-SECS-A) TO WS-SIGN-SECS
            END-IF.
            IF WS-SIGN-SECS = ZERO
                MOVE 20 TO WS-SIGN-SECS
            END-IF.
            ACCEPT WS-SIGN-ROUNDS-A FROM ENVIRONMENT "MM_SIGN_ROUNDS"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-SIGN-ROUNDS-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-SIGN-ROUNDS-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-SIGN-ROUNDS-A)
                    TO WS-SIGN-ROUNDS
            END-IF.
            ACCEPT WS-VERIFIED-ONLY FROM ENVIRONMENT "MM_SIGN_VERIFIED"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE FUNCTION UPPER-CASE(WS-VERIFIED-ONLY)
                TO WS-VERIFIED-ONLY.
            IF WS-VERIFIED-ONLY NOT = 'N'
                MOVE 'Y' TO WS-VERIFIED-ONLY
            END-IF.
            ACCEPT WS-BANNER-FONT FROM ENVIRONMENT "BIG_CHARS_FONT"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE WS-SIGN-COLOR TO WS-BANNER-COLOR.
            COMPUTE WS-WRAP-WIDTH = WS-SIGN-WIDTH - 4.
      *> Glyphs are nine columns wide at scale 1:
            COMPUTE WS-BANNER-GPR = WS-SIGN-WIDTH / 9.

      *> Today's pick is whatever Q_DAILY recorded against today's
      *> date; no line yet means Q_DAILY has not run today, and the
      *> playlist goes ahead without it rather than pick its own:
       1000-ADD-DAILY-PICK.
            MOVE 'N' TO WS-EOF.
            MOVE 'N' TO WS-DAILY-FOUND.
            OPEN INPUT ROTATION-HISTORY-FILE.
            IF WS-ROTATION-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ ROTATION-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-TEST-HISTORY-LINE
                END-READ
            END-PERFORM.
            IF WS-ROTATION-STATUS = '00' OR WS-ROTATION-STATUS = '10'
                CLOSE ROTATION-HISTORY-FILE
            END-IF.
            IF WS-DAILY-FOUND NOT = 'Y'
                DISPLAY "No daily pick recorded for " WS-TODAY
                        " - run Q_DAILY to add one."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DAILY-ID TO WS-CAND-ID.
            MOVE 'TODAY' TO WS-CAND-HEAD.
            PERFORM 1900-GATE-AND-ADD.
            IF WS-CAND-ADDED = 'Y'
                ADD 1 TO WS-DAILY-COUNT
            END-IF.

       1100-TEST-HISTORY-LINE.
            IF WS-ROTATION-RECORD = WS-CYCLE-MARK
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-HIST-DATE WS-HIST-ID-A.
            UNSTRING WS-ROTATION-RECORD DELIMITED BY '|'
                INTO WS-HIST-DATE WS-HIST-ID-A
            END-UNSTRING.
            IF WS-HIST-DATE = WS-TODAY AND WS-HIST-ID-A NUMERIC
                MOVE FUNCTION NUMVAL(WS-HIST-ID-A) TO WS-DAILY-ID
                MOVE 'Y' TO WS-DAILY-FOUND
            END-IF.

      *> The one door onto the playlist: a repeat is dropped
      *> quietly, then the quote must still be on file and clear
      *> the publication window, the outward-channel rights and
      *> (unless turned off) the verified-attribution gate:
       1900-GATE-AND-ADD.
            MOVE 'N' TO WS-CAND-ADDED.
            MOVE 'N' TO WS-PL-HIT.
            PERFORM VARYING WS-PL-I FROM 1 BY 1
                    UNTIL WS-PL-I > WS-PL-USED OR WS-PL-HIT = 'Y'
                IF WS-PL-ID (WS-PL-I) = WS-CAND-ID
                    MOVE 'Y' TO WS-PL-HIT
                END-IF
            END-PERFORM.
            IF WS-PL-HIT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CAND-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    ADD 1 TO WS-MISSING-SKIPPED
                    EXIT PARAGRAPH
            END-READ.
            CALL "Q_LIFECHK" USING Q-ID WS-TODAY WS-LIFE-OK
            END-CALL.
            IF WS-LIFE-OK NOT = 'Y'
                ADD 1 TO WS-LIFE-SKIPPED
                EXIT PARAGRAPH
            END-IF.
            CALL "Q_SRCCHK" USING Q-SOURCE WS-SIGN-CHANNEL WS-TODAY
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
            IF WS-PL-USED >= 200
                ADD 1 TO WS-TABLE-SKIPPED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PL-USED.
            MOVE Q-ID TO WS-PL-ID (WS-PL-USED).
            MOVE WS-CAND-HEAD TO WS-PL-HEAD (WS-PL-USED).
            MOVE 'N' TO WS-PL-WITHDRAWN (WS-PL-USED).
            MOVE 'Y' TO WS-CAND-ADDED.

      *> Ranked exactly as Q_RATE's top-rated report ranks - best
      *> average, then most votes, then lowest Q-ID - taking the
      *> first MM_SIGN_TOP that clear the gates:
       2000-ADD-TOP-RATED.
            IF WS-SIGN-TOP = ZERO
                EXIT PARAGRAPH
            END-IF.
            SORT SIGN-SORT-FILE
                ON DESCENDING KEY RV-AVG-X100
                ON DESCENDING KEY RV-VOTES
                ON ASCENDING KEY RV-ID
                INPUT PROCEDURE IS 2100-RELEASE-AVERAGES
                OUTPUT PROCEDURE IS 2300-TAKE-TOP-RATED.

       2100-RELEASE-AVERAGES.
            MOVE 'N' TO WS-EOF.
            MOVE 'N' TO WS-HAVE-AGG.
            MOVE ZERO TO WS-AGG-SUM.
            MOVE ZERO TO WS-AGG-VOTES.
            OPEN INPUT RATINGS-FILE.
            IF WS-RATINGS-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ RATINGS-FILE NEXT RECORD
                    AT END
                        MOVE 'Y' TO WS-EOF
                        PERFORM 2200-FLUSH-AVERAGE
                    NOT AT END
                        IF WS-HAVE-AGG = 'Y'
                            AND RT-ID NOT = WS-AGG-ID
                            PERFORM 2200-FLUSH-AVERAGE
                        END-IF
                        MOVE RT-ID TO WS-AGG-ID
                        MOVE 'Y' TO WS-HAVE-AGG
                        ADD RT-SCORE TO WS-AGG-SUM
                        ADD 1 TO WS-AGG-VOTES
                END-READ
            END-PERFORM.
            IF WS-RATINGS-STATUS = '00' OR WS-RATINGS-STATUS = '10'
                CLOSE RATINGS-FILE
            END-IF.

       2200-FLUSH-AVERAGE.
            IF WS-HAVE-AGG = 'Y' AND WS-AGG-VOTES > ZERO
                COMPUTE WS-AVG-X100 =
                    (WS-AGG-SUM * 100) / WS-AGG-VOTES
                MOVE WS-AVG-X100 TO RV-AVG-X100
                MOVE WS-AGG-ID TO RV-ID
                MOVE WS-AGG-VOTES TO RV-VOTES
                RELEASE SIGN-SORT-RECORD
            END-IF.
            MOVE ZERO TO WS-AGG-SUM.
            MOVE ZERO TO WS-AGG-VOTES.
            MOVE 'N' TO WS-HAVE-AGG.

       2300-TAKE-TOP-RATED.
            MOVE 'N' TO WS-SORT-EOF.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                    OR WS-TOP-COUNT >= WS-SIGN-TOP
                RETURN SIGN-SORT-FILE
                    AT END MOVE 'Y' TO WS-SORT-EOF
                    NOT AT END
                        MOVE RV-ID TO WS-CAND-ID
                        MOVE 'TOP PICK' TO WS-CAND-HEAD
                        PERFORM 1900-GATE-AND-ADD
                        IF WS-CAND-ADDED = 'Y'
                            ADD 1 TO WS-TOP-COUNT
                        END-IF
                END-RETURN
            END-PERFORM.

      *> The week's collection - MM_SIGN_COLL if set, else the
      *> calendar - must be on the collection master and active;
      *> its members follow in the curator's sequence:
       3000-ADD-WEEK-COLLECTION.
            IF WS-SIGN-COLL = SPACES
                PERFORM 3100-READ-WEEK-CALENDAR
            END-IF.
            IF WS-SIGN-COLL = SPACES
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT COLLECTION-MASTER-FILE.
            IF WS-COLL-STATUS NOT = '00'
                DISPLAY "No collections on file - run Q_COLMNT to "
                        "build one."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-SIGN-COLL TO CO-CODE.
            READ COLLECTION-MASTER-FILE
                INVALID KEY
                    MOVE SPACES TO CO-STATUS
            END-READ.
            CLOSE COLLECTION-MASTER-FILE.
            IF NOT CO-ACTIVE
                DISPLAY "Collection " FUNCTION TRIM(WS-SIGN-COLL)
                        " is not an active collection - left off."
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT COLLECTION-MEMBER-FILE.
            IF WS-COLM-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-COLM-EOF.
            MOVE WS-SIGN-COLL TO CM-CODE.
            MOVE ZEROES TO CM-SEQNO.
            START COLLECTION-MEMBER-FILE KEY IS >= CM-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-COLM-EOF
            END-START.
            PERFORM UNTIL WS-COLM-EOF = 'Y'
                READ COLLECTION-MEMBER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-COLM-EOF
                    NOT AT END
                        IF CM-CODE NOT = WS-SIGN-COLL
                            MOVE 'Y' TO WS-COLM-EOF
                        ELSE
                            MOVE CM-ID TO WS-CAND-ID
                            MOVE WS-SIGN-COLL TO WS-CAND-HEAD
                            PERFORM 1900-GATE-AND-ADD
                            IF WS-CAND-ADDED = 'Y'
                                ADD 1 TO WS-COLL-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE COLLECTION-MEMBER-FILE.

       3100-READ-WEEK-CALENDAR.
            MOVE SPACES TO WS-CAL-BEST-DATE.
            MOVE 'N' TO WS-CAL-EOF.
            OPEN INPUT SIGN-CALENDAR-FILE.
            IF WS-CAL-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-TODAY TO WS-TODAY-NUM.
            PERFORM UNTIL WS-CAL-EOF = 'Y'
                READ SIGN-CALENDAR-FILE
                    AT END MOVE 'Y' TO WS-CAL-EOF
                    NOT AT END PERFORM 3200-TEST-CALENDAR-LINE
                END-READ
            END-PERFORM.
            CLOSE SIGN-CALENDAR-FILE.
            IF WS-SIGN-COLL = SPACES
                DISPLAY "No collection on the calendar for this week."
            END-IF.

      *> A later start date wins, so a calendar that is simply
      *> appended to each week needs no tidying:
       3200-TEST-CALENDAR-LINE.
            IF WS-CAL-RECORD = SPACES OR WS-CAL-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CAL-DATE WS-CAL-CODE.
            UNSTRING WS-CAL-RECORD DELIMITED BY '|'
                INTO WS-CAL-DATE WS-CAL-CODE
            END-UNSTRING.
            IF WS-CAL-DATE NOT NUMERIC
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-CAL-DATE TO WS-CAL-DATE-NUM.
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-DATE-NUM) NOT = ZERO
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-CAL-AGE =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM).
            IF WS-CAL-AGE < ZERO OR WS-CAL-AGE > 6
                EXIT PARAGRAPH
            END-IF.
            IF WS-CAL-BEST-DATE = SPACES
                OR WS-CAL-DATE >= WS-CAL-BEST-DATE
                MOVE WS-CAL-DATE TO WS-CAL-BEST-DATE
                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAL-CODE))
                    TO WS-SIGN-COLL
            END-IF.

      *> One slide file per playlist entry, and the running order
      *> beside them:
       4000-BUILD-SLIDES.
            OPEN OUTPUT SIGN-PLAYLIST-FILE.
            MOVE SPACES TO WS-PLAYLIST-LINE.
            STRING "Lobby playlist for " WS-TODAY
                DELIMITED BY SIZE INTO WS-PLAYLIST-LINE.
            WRITE WS-PLAYLIST-LINE.
            PERFORM VARYING WS-PL-I FROM 1 BY 1
                    UNTIL WS-PL-I > WS-PL-USED
                    OR WS-BUILD-FAILED = 'Y'
                PERFORM 4100-BUILD-ONE-SLIDE
            END-PERFORM.
            CLOSE SIGN-PLAYLIST-FILE.
      *> A slide directory that will not take a slide is no screen
      *> to run - nothing is shown rather than a broken rotation:
            IF WS-BUILD-FAILED = 'Y'
                MOVE ZERO TO WS-SLIDE-COUNT
            END-IF.
            CALL "CBL_DELETE_FILE" USING WS-HEAD-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.

       4100-BUILD-ONE-SLIDE.
            MOVE WS-PL-ID (WS-PL-I) TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            MOVE WS-PL-I TO WS-SLIDE-NO.
            PERFORM 4900-SET-SLIDE-PATH.

      *> The headline is rendered to its own file first so its
      *> line count is known for the padding below:
            MOVE WS-PL-HEAD (WS-PL-I) TO WS-BANNER-TEXT.
            MOVE 'O' TO WS-BANNER-MODE.
            CALL "BIG-CHARS-RENDER" USING WS-BANNER-TEXT
                WS-BANNER-SCALE WS-BANNER-GPR WS-BANNER-COLOR
                WS-HEAD-PATH WS-BANNER-MODE WS-BANNER-FONT
                WS-BANNER-STATUS WS-BANNER-ORIENT WS-BANNER-WIDTH
            END-CALL.

            OPEN OUTPUT SIGN-SLIDE-FILE.
            IF WS-SLIDE-STATUS NOT = '00'
                DISPLAY "Unable to write " FUNCTION TRIM(WS-SLIDE-PATH)
                        ", status " WS-SLIDE-STATUS
                MOVE 'Y' TO WS-BUILD-FAILED
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-SLIDE-LINES.
            IF WS-BANNER-STATUS = '00'
                PERFORM 4200-COPY-HEADLINE
            END-IF.
            MOVE SPACES TO WS-SLIDE-LINE.
            PERFORM 4800-WRITE-SLIDE-LINE.
            PERFORM 4300-WRAP-MAXIM.
            MOVE SPACES TO WS-SLIDE-LINE.
            PERFORM 4800-WRITE-SLIDE-LINE.
            MOVE SPACES TO WS-SLIDE-LINE.
            STRING "    - " FUNCTION TRIM(Q-AUTHOR)
                DELIMITED BY SIZE INTO WS-SLIDE-LINE.
            PERFORM 4800-WRITE-SLIDE-LINE.
            IF Q-SOURCE NOT = SPACES
                MOVE SPACES TO WS-SLIDE-LINE
                STRING "      " FUNCTION TRIM(Q-SOURCE)
                    DELIMITED BY SIZE INTO WS-SLIDE-LINE
                PERFORM 4800-WRITE-SLIDE-LINE
            END-IF.
      *> Pad to the screen height, the slide count on the last
      *> line; a maxim too long for the screen is never cut short:
            PERFORM UNTIL WS-SLIDE-LINES >= WS-SIGN-HEIGHT - 1
                MOVE SPACES TO WS-SLIDE-LINE
                PERFORM 4800-WRITE-SLIDE-LINE
            END-PERFORM.
            MOVE WS-PL-I TO WS-NUM-ED.
            MOVE WS-PL-USED TO WS-NUM-ED-2.
            MOVE SPACES TO WS-SLIDE-LINE.
            STRING "  slide " FUNCTION TRIM(WS-NUM-ED) " of "
                FUNCTION TRIM(WS-NUM-ED-2)
                DELIMITED BY SIZE INTO WS-SLIDE-LINE.
            PERFORM 4800-WRITE-SLIDE-LINE.
            CLOSE SIGN-SLIDE-FILE.
            ADD 1 TO WS-SLIDE-COUNT.

            CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                WS-SLIDE-PATH
            END-CALL.
            MOVE SPACES TO WS-PLAYLIST-LINE.
            STRING WS-SLIDE-NO "|" Q-ID "|"
                FUNCTION TRIM(WS-PL-HEAD (WS-PL-I)) "|"
                FUNCTION TRIM(Q-AUTHOR)
                DELIMITED BY SIZE INTO WS-PLAYLIST-LINE.
            WRITE WS-PLAYLIST-LINE.

       4200-COPY-HEADLINE.
            OPEN INPUT SIGN-HEADLINE-FILE.
            IF WS-HEAD-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-HEAD-EOF.
            PERFORM UNTIL WS-HEAD-EOF = 'Y'
                READ SIGN-HEADLINE-FILE
                    AT END MOVE 'Y' TO WS-HEAD-EOF
                    NOT AT END
                        MOVE WS-HEAD-LINE TO WS-SLIDE-LINE
                        PERFORM 4800-WRITE-SLIDE-LINE
                END-READ
            END-PERFORM.
            CLOSE SIGN-HEADLINE-FILE.

      *> The full maxim, word-wrapped to the screen inside a
      *> two-column margin each side:
       4300-WRAP-MAXIM.
            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            MOVE SPACES TO WS-REMAINING-TEXT.
            IF WS-LONG-LEN > ZERO
                MOVE WS-LONG-TEXT (1:WS-LONG-LEN)
                    TO WS-REMAINING-TEXT
            END-IF.
            MOVE WS-LONG-LEN TO WS-REMAINING-LEN.
            PERFORM UNTIL WS-REMAINING-LEN = ZERO
                IF WS-REMAINING-LEN <= WS-WRAP-WIDTH
                    MOVE SPACES TO WS-SLIDE-LINE
                    MOVE WS-REMAINING-TEXT (1:WS-REMAINING-LEN)
                        TO WS-SLIDE-LINE (3:WS-WRAP-WIDTH)
                    PERFORM 4800-WRITE-SLIDE-LINE
                    MOVE ZERO TO WS-REMAINING-LEN
                ELSE
                    PERFORM VARYING WS-BREAK-POS
                        FROM WS-WRAP-WIDTH BY -1
                        UNTIL WS-BREAK-POS = 1
                        OR WS-REMAINING-TEXT (WS-BREAK-POS:1) = SPACE
                    END-PERFORM
                    IF WS-BREAK-POS = 1
                        MOVE WS-WRAP-WIDTH TO WS-BREAK-POS
      *> A forced break must not land inside a multi-byte
      *> character - back up while the byte after the break is a
      *> UTF-8 continuation byte:
                        PERFORM UNTIL WS-BREAK-POS = 1
                            OR WS-REMAINING-TEXT
                                (WS-BREAK-POS + 1:1) < X"80"
                            OR WS-REMAINING-TEXT
                                (WS-BREAK-POS + 1:1) > X"BF"
                            SUBTRACT 1 FROM WS-BREAK-POS
                        END-PERFORM
                    END-IF
                    MOVE SPACES TO WS-SLIDE-LINE
                    MOVE WS-REMAINING-TEXT (1:WS-BREAK-POS)
                        TO WS-SLIDE-LINE (3:WS-WRAP-WIDTH)
                    PERFORM 4800-WRITE-SLIDE-LINE
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
            END-PERFORM.

       4800-WRITE-SLIDE-LINE.
            WRITE WS-SLIDE-LINE.
            ADD 1 TO WS-SLIDE-LINES.

       4900-SET-SLIDE-PATH.
            MOVE SPACES TO WS-SLIDE-PATH.
            STRING FUNCTION TRIM(WS-SIGN-DIR) "/SLIDE-" WS-SLIDE-NO
                ".TXT"
                DELIMITED BY SIZE INTO WS-SLIDE-PATH.

      *> The player: each slide in turn onto the screen's file, then
      *> a sleep.  It stops at the end of MM_SIGN_ROUNDS passes, on
      *> the stop file, or when the date moves on - tomorrow's
      *> playlist is a new run:
       5000-RUN-ROTATION.
            MOVE 'N' TO WS-SHUTDOWN.
            MOVE ZERO TO WS-ROUND.
            PERFORM UNTIL WS-SHUTDOWN = 'Y'
                ADD 1 TO WS-ROUND
                MOVE ZERO TO WS-ROUND-SHOWN
                PERFORM VARYING WS-PL-I FROM 1 BY 1
                        UNTIL WS-PL-I > WS-SLIDE-COUNT
                        OR WS-SHUTDOWN = 'Y'
                    PERFORM 5100-SHOW-ONE-SLIDE
                    PERFORM 5200-CHECK-FOR-STOP
                END-PERFORM
      *> Every slide withdrawn - wait a slide's time before looking
      *> again rather than spin on the stop file:
                IF WS-ROUND-SHOWN = ZERO AND WS-SHUTDOWN = 'N'
                    CALL "C$SLEEP" USING WS-SIGN-SECS END-CALL
                END-IF
                IF WS-SIGN-ROUNDS > ZERO
                    AND WS-ROUND >= WS-SIGN-ROUNDS
                    MOVE 'Y' TO WS-SHUTDOWN
                END-IF
            END-PERFORM.

      *> The slide's quote is put through Q_LIFECHK again first - a
      *> quote retired or held since the playlist was built is
      *> passed over, and back in the rotation if the hold is
      *> cleared:
       5100-SHOW-ONE-SLIDE.
            CALL "Q_LIFECHK" USING WS-PL-ID (WS-PL-I) WS-TODAY
                WS-LIFE-OK
            END-CALL.
            IF WS-LIFE-OK NOT = 'Y'
                IF WS-PL-WITHDRAWN (WS-PL-I) = 'N'
                    DISPLAY "Quote " WS-PL-ID (WS-PL-I)
                            " taken off the screen - retired or held "
                            "on reader complaints."
                    MOVE 'Y' TO WS-PL-WITHDRAWN (WS-PL-I)
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-PL-WITHDRAWN (WS-PL-I) = 'Y'
                DISPLAY "Quote " WS-PL-ID (WS-PL-I)
                        " back on the screen."
                MOVE 'N' TO WS-PL-WITHDRAWN (WS-PL-I)
            END-IF.
            ADD 1 TO WS-ROUND-SHOWN.
            MOVE WS-PL-I TO WS-SLIDE-NO.
            PERFORM 4900-SET-SLIDE-PATH.
            OPEN INPUT SIGN-SLIDE-FILE.
            IF WS-SLIDE-STATUS NOT = '00'
                DISPLAY "Slide " FUNCTION TRIM(WS-SLIDE-PATH)
                        " has gone, status " WS-SLIDE-STATUS
                MOVE 'Y' TO WS-SHUTDOWN
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT SIGN-SHOW-FILE.
            IF WS-SHOW-STATUS NOT = '00'
                CLOSE SIGN-SLIDE-FILE
                DISPLAY "Unable to write " FUNCTION TRIM(WS-SHOW-PATH)
                        ", status " WS-SHOW-STATUS
                MOVE 'Y' TO WS-SHUTDOWN
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-SLIDE-EOF.
            PERFORM UNTIL WS-SLIDE-EOF = 'Y'
                READ SIGN-SLIDE-FILE
                    AT END MOVE 'Y' TO WS-SLIDE-EOF
                    NOT AT END
                        MOVE WS-SLIDE-LINE TO WS-SHOW-LINE
                        WRITE WS-SHOW-LINE
                END-READ
            END-PERFORM.
            CLOSE SIGN-SLIDE-FILE.
            CLOSE SIGN-SHOW-FILE.
            CALL "CBL_RENAME_FILE" USING WS-SHOW-PATH WS-CURRENT-PATH
                RETURNING WS-CALL-STATUS
            END-CALL.
            IF WS-CALL-STATUS NOT = ZERO
                IF WS-SWAP-FAILED = 'N'
                    DISPLAY "Unable to put the slide in place as "
                            FUNCTION TRIM(WS-CURRENT-PATH)
                            ", status " WS-CALL-STATUS
                    MOVE 'Y' TO WS-SWAP-FAILED
                END-IF
            ELSE
                ADD 1 TO WS-SHOWN-COUNT
            END-IF.
            CALL "C$SLEEP" USING WS-SIGN-SECS END-CALL.

      *> The stop file is the off switch, as for Q_SERVER:
       5200-CHECK-FOR-STOP.
            OPEN INPUT SIGN-STOP-FILE.
            IF WS-STOP-STATUS = '00'
                CLOSE SIGN-STOP-FILE
                DISPLAY "Stop file found - signage ended."
                MOVE 'Y' TO WS-SHUTDOWN
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION CURRENT-DATE (1:8) NOT = WS-TODAY
                DISPLAY "Date has changed - today's playlist is done."
                MOVE 'Y' TO WS-SHUTDOWN
            END-IF.

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
            MOVE 'Q_SIGNAGE' TO AUDIT-PROGRAM.
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
