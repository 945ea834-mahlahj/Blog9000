       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_DQSCORE.

      *> Data-quality scorecard.  Whether a quote is fit to publish
      *> is spread over half a dozen files; this pulls them together
      *> and gives every quote on file a completeness score out of
      *> 100 from seven checks, each worth the same:
      *>
      *>   C  a category      Q-CATEGORY is not spaces
      *>   S  a known source  Q-SOURCE is on the source master
      *>                      (Q_SRCCHK; a site with no master
      *>                      passes every source)
      *>   A  attribution     the .ATTR record says verified
      *>                      (Q_ATTRGET) - unverified and disputed
      *>                      both fail
      *>   T  a translation   into any language (Q_XLATE)
      *>   R  a rating        from any operator (.RATINGS)
      *>   L  a known author  Q-AUTHOR, through the alias master,
      *>                      is on the author master (Q_AUTHGET) -
      *>                      a spelling that is neither a canonical
      *>                      name nor a listed variant is an orphan
      *>   B  clean text      the full maxim raises no blocked-word
      *>                      flag or reject (Q_SCREEN)
      *>
      *> The report lists the worst quotes with exactly what each is
      *> missing, then breaks the totals down by category and by
      *> the operator who entered the quote (Q-ENTERED-BY), showing
      *> for each the average score and how many quotes miss each
      *> check.  The collection-wide score goes on the history file,
      *> <quote file>.DQHIST, one line a month -
      *>
      *>   YYYYMM|quotes|score|C|S|A|T|R|L|B
      *>
      *> score to one decimal and the letters the count of quotes
      *> missing that check - a second run in the same month
      *> replaces that month's line, so the month-end run is the one
      *> kept.  The report closes with the trend from that file.
      *>
      *> Unattended, so it runs as a Q_SCHED or Q_NIGHT step, e.g.
      *>
      *>   QUALITY SCORECARD|./Q_DQSCORE|MONTHLY|
      *>
      *>   MM_DQ_WORST   how many of the worst quotes to list
      *>                 (default 25)
      *>
      *> Written to <quote file>.DQSCORE as well as the console.

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

       *> One record per (quote, operator) pair - see MM-RATE-RAW.cpy.
       *> Read in key order alongside the quote file:
       SELECT RATINGS-FILE
            ASSIGN TO WS-RATINGS-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RT-KEY
            FILE STATUS IS WS-RATINGS-STATUS.

       *> Sort work file so the worst quotes come out first however
       *> many there are:
       SELECT SCORE-SORT-FILE
            ASSIGN TO "QDQS-SORTWK".

       SELECT SCORE-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       *> The month-by-month collection score:
       SELECT SCORE-HISTORY-FILE
            ASSIGN TO WS-HISTORY-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HISTORY-STATUS.

       *> Shared audit trail.  Location comes from WS-AUDIT-PATH
       *> (AUDIT-LOG-PATH.cpy), overridden with AUDIT_LOG_PATH:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-RATE-RAW.

       SD  SCORE-SORT-FILE.
       01  SCORE-SORT-RECORD.
           05 SV-SCORE           PIC 9(3).
           05 SV-ID              PIC 9(9).
           05 SV-AUTHOR          PIC X(50).
           05 SV-MISSING         PIC X(7).
           05 SV-ATTR            PIC X.
           05 SV-WORD            PIC X(20).

       FD  SCORE-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       FD  SCORE-HISTORY-FILE.
       01  WS-HISTORY-RECORD       PIC X(80).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_DQSCORE'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       01 WS-RATINGS-PATH       PIC X(205) VALUE SPACES.
       01 WS-RATINGS-STATUS     PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(210) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-HISTORY-PATH       PIC X(210) VALUE SPACES.
       01 WS-HISTORY-STATUS     PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-COUNT-ED           PIC Z(6)9.
       01 WS-MISS-ED            PIC Z(5)9.
       01 WS-SCORE-ED           PIC ZZ9.9.
       01 WS-PCT-ED             PIC ZZ9.
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-WORST-A            PIC X(5) VALUE SPACES.
       01 WS-WORST-LIMIT        PIC 9(5) COMP VALUE 25.
       01 WS-WORST-SHOWN        PIC 9(5) COMP VALUE ZERO.

      *> The seven checks, in the order of the letters above - the
      *> labels head the breakdown columns, the words say what a
      *> quote on the worst list is missing:
       01 WS-CHECK-COUNT        PIC 9 COMP VALUE 7.
       01 WS-CHECK-LETTERS      PIC X(7) VALUE 'CSATRLB'.
       01 WS-CHECK-WORD-VALUES.
           05 FILLER PIC X(24) VALUE 'no category'.
           05 FILLER PIC X(24) VALUE 'source not on master'.
           05 FILLER PIC X(24) VALUE 'attribution unverified'.
           05 FILLER PIC X(24) VALUE 'no translation'.
           05 FILLER PIC X(24) VALUE 'no rating'.
           05 FILLER PIC X(24) VALUE 'orphan author spelling'.
           05 FILLER PIC X(24) VALUE 'blocked word'.
       01 WS-CHECK-WORD-TABLE REDEFINES WS-CHECK-WORD-VALUES.
           05 WS-CHECK-WORD     PIC X(24) OCCURS 7 TIMES.
       01 WS-CK                 PIC 9 COMP VALUE ZERO.

      *> One quote's findings - WS-MISSING holds the letter of each
      *> failed check in that check's position, spaces elsewhere:
       01 WS-MISSING            PIC X(7) VALUE SPACES.
       01 WS-MISS-COUNT         PIC 9 COMP VALUE ZERO.
       01 WS-QUOTE-SCORE        PIC 9(3) VALUE ZERO.
       01 WS-ATTR-STATUS        PIC X VALUE SPACE.
       01 WS-SRC-RESULT         PIC X VALUE SPACE.
       01 WS-SRC-CHANNEL        PIC X VALUE 'P'.
       01 WS-SCREEN-BUF         PIC X(3060) VALUE SPACES.
       01 WS-SCREEN-LEN         PIC 9(5) VALUE ZERO.
       01 WS-SCREEN-RESULT      PIC X VALUE SPACE.
       01 WS-SCREEN-WORD        PIC X(20) VALUE SPACES.
       01 WS-WHO-LINE           PIC X(80) VALUE SPACES.
       01 WS-WHO-BIO-1          PIC X(70) VALUE SPACES.
       01 WS-WHO-BIO-2          PIC X(70) VALUE SPACES.
       01 WS-WHO-DIED           PIC X(4) VALUE SPACES.
       01 WS-WHO-FOUND          PIC X VALUE SPACE.

      *> Q_XLATE's interface, 'N' stepping through the translations
      *> in quote order beside the quote file:
       01 WS-XLT-MODE           PIC X VALUE 'N'.
       01 WS-XLT-ID             PIC 9(9) VALUE ZERO.
       01 WS-XLT-LANG           PIC X(3) VALUE SPACES.
       01 WS-XLT-TEXT           PIC X(3060) VALUE SPACES.
       01 WS-XLT-LEN            PIC 9(5) VALUE ZERO.
       01 WS-XLT-FLAG           PIC X VALUE SPACE.

      *> The ratings file, likewise stepped through beside it:
       01 WS-RT-EOF             PIC X VALUE 'N'.

      *> The full maxim, through Q_LONGTXT, for the screening:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.

      *> The whole collection:
       01 WS-QUOTE-COUNT        PIC 9(7) COMP VALUE ZERO.
       01 WS-PERFECT-COUNT      PIC 9(7) COMP VALUE ZERO.
       01 WS-PASS-TOTAL         PIC 9(9) COMP VALUE ZERO.
       01 WS-MISS-TOTALS.
           05 WS-MISS-TOTAL     PIC 9(7) COMP OCCURS 7 TIMES.
       01 WS-COLLECTION-SCORE   PIC 9(3)V9 VALUE ZERO.
       01 WS-CHECKS-MADE        PIC 9(9) COMP VALUE ZERO.

      *> The breakdowns - one table of categories and one of
      *> entering operators, built alike.  A table that fills puts
      *> the rest in its last row, shown as *OTHERS*:
       01 WS-GROUP-LIMIT        PIC 9(3) COMP VALUE 300.
       01 WS-CATG-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-CATG-TABLE.
           05 WS-CATG-ENTRY OCCURS 300 TIMES.
               10 WS-CATG-KEY        PIC X(10).
               10 WS-CATG-QUOTES     PIC 9(7) COMP.
               10 WS-CATG-PASSES     PIC 9(9) COMP.
               10 WS-CATG-PERFECT    PIC 9(7) COMP.
               10 WS-CATG-MISS       PIC 9(7) COMP OCCURS 7 TIMES.
       01 WS-OPRG-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-OPRG-TABLE.
           05 WS-OPRG-ENTRY OCCURS 300 TIMES.
               10 WS-OPRG-KEY        PIC X(10).
               10 WS-OPRG-QUOTES     PIC 9(7) COMP.
               10 WS-OPRG-PASSES     PIC 9(9) COMP.
               10 WS-OPRG-PERFECT    PIC 9(7) COMP.
               10 WS-OPRG-MISS       PIC 9(7) COMP OCCURS 7 TIMES.
       01 WS-GROUP-KEY          PIC X(10) VALUE SPACES.
       01 WS-GRP                PIC 9(3) COMP VALUE ZERO.
       01 WS-GRP-FOUND          PIC 9(3) COMP VALUE ZERO.

      *> One breakdown row, whichever table it came from:
       01 WS-ROW-KEY            PIC X(12) VALUE SPACES.
       01 WS-ROW-QUOTES         PIC 9(7) COMP VALUE ZERO.
       01 WS-ROW-PASSES         PIC 9(9) COMP VALUE ZERO.
       01 WS-ROW-PERFECT        PIC 9(7) COMP VALUE ZERO.
       01 WS-ROW-MISSES.
           05 WS-ROW-MISS       PIC 9(7) COMP OCCURS 7 TIMES.
       01 WS-ROW-SCORE          PIC 9(3)V9 VALUE ZERO.
       01 WS-ROW-COL            PIC 9(3) COMP VALUE ZERO.

      *> One worst-list entry's missing items, joined up:
       01 WS-MISS-TEXT          PIC X(250) VALUE SPACES.
       01 WS-MISS-PTR           PIC 9(3) COMP VALUE ZERO.
       01 WS-MISS-CUT           PIC 9(3) COMP VALUE ZERO.
       01 WS-MISS-LEN           PIC 9(3) COMP VALUE ZERO.

      *> The history file, held whole so this month's line can be
      *> replaced in place:
       01 WS-HIST-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-HIST-TABLE.
           05 WS-HIST-LINE      PIC X(80) OCCURS 600 TIMES.
       01 WS-HIST-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-HIST-FROM          PIC 9(3) COMP VALUE ZERO.
       01 WS-HIST-NEW           PIC X(80) VALUE SPACES.
       01 WS-HIST-MONTH         PIC X(6) VALUE SPACES.
       01 WS-HIST-QUOTES-A      PIC X(9) VALUE SPACES.
       01 WS-HIST-SCORE-A       PIC X(6) VALUE SPACES.
       01 WS-HIST-SCORE         PIC 9(3)V9 VALUE ZERO.
       01 WS-TREND-BARS         PIC 9(3) COMP VALUE ZERO.
       01 WS-TREND-MONTHS       PIC 9(3) COMP VALUE 24.

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
        IF WS-AUDIT-OPERATOR = SPACES
            MOVE 'Q_DQSCORE' TO WS-AUDIT-OPERATOR
        END-IF.
        ACCEPT WS-WORST-A FROM ENVIRONMENT "MM_DQ_WORST"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-WORST-A NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-WORST-A) = ZERO
            MOVE FUNCTION NUMVAL(WS-WORST-A) TO WS-WORST-LIMIT
        END-IF.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_DQSCORE' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".RATINGS"
            DELIMITED BY SIZE INTO WS-RATINGS-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_DQSCORE' TO WS-LAYCHK-PROGRAM.
        MOVE 'RATE' TO WS-LAYCHK-CODE.
        MOVE WS-RATINGS-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".DQSCORE"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".DQHIST"
            DELIMITED BY SIZE INTO WS-HISTORY-PATH.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

        DISPLAY "Mighty Maxims - Data-Quality Scorecard"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
            END-CALL
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM REGISTER-SDF-OPEN.
        OPEN OUTPUT SCORE-REPORT-FILE.
        IF WS-REPORT-STATUS NOT = '00'
            DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                    ", status " WS-REPORT-STATUS
            CLOSE MM-COBOL-SDF-FILE
            PERFORM REGISTER-SDF-CLOSE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Data-quality scorecard - " WS-TODAY (1:4)
            "-" WS-TODAY (5:2) "-" WS-TODAY (7:2)
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE ALL '=' TO WS-REPORT-LINE (1:36).
        PERFORM 3900-EMIT-LINE.

        SORT SCORE-SORT-FILE
            ON ASCENDING KEY SV-SCORE
            ON ASCENDING KEY SV-ID
            INPUT PROCEDURE IS 1000-SCORE-EVERY-QUOTE
            OUTPUT PROCEDURE IS 3000-LIST-THE-WORST.
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.

        IF WS-QUOTE-COUNT > ZERO
            COMPUTE WS-CHECKS-MADE = WS-QUOTE-COUNT * WS-CHECK-COUNT
            COMPUTE WS-COLLECTION-SCORE ROUNDED =
                (WS-PASS-TOTAL * 100) / WS-CHECKS-MADE
        END-IF.
        PERFORM 4000-BREAKDOWN-BY-CATEGORY.
        PERFORM 4100-BREAKDOWN-BY-OPERATOR.
        PERFORM 5000-RECORD-THE-MONTH.
        PERFORM 5500-SHOW-THE-TREND.

        MOVE SPACES TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-QUOTE-COUNT TO WS-NUM-ED.
        STRING "Quotes scored:          " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-PERFECT-COUNT TO WS-NUM-ED.
        STRING "Complete on every check:" WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-COLLECTION-SCORE TO WS-SCORE-ED.
        STRING "Collection score:       " "     " WS-SCORE-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        PERFORM VARYING WS-CK FROM 1 BY 1
                UNTIL WS-CK > WS-CHECK-COUNT
            MOVE WS-MISS-TOTAL (WS-CK) TO WS-NUM-ED
            STRING "  " WS-CHECK-LETTERS (WS-CK:1) "  "
                WS-CHECK-WORD (WS-CK) WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-PERFORM.
        CLOSE SCORE-REPORT-FILE.
        MOVE 'DQSCORE' TO WS-RPTREG-NAME.
        MOVE 'Q_DQSCORE' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        PERFORM OPEN-AUDIT-LOG.
        MOVE WS-QUOTE-COUNT TO WS-NUM-ED.
        MOVE WS-COLLECTION-SCORE TO WS-SCORE-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "quality scorecard, " FUNCTION TRIM(WS-NUM-ED)
            " quote(s), collection score "
            FUNCTION TRIM(WS-SCORE-ED) ", to "
            FUNCTION TRIM(WS-REPORT-PATH)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'DQSCORE' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> The quote file, the translations and the ratings all come
      *> in quote-ID order, so one pass over each does the lot:
       1000-SCORE-EVERY-QUOTE.
            INITIALIZE WS-MISS-TOTALS WS-CATG-TABLE WS-OPRG-TABLE.
            MOVE ZERO TO WS-XLT-ID.
            MOVE SPACES TO WS-XLT-LANG.
            MOVE SPACE TO WS-XLT-FLAG.
            PERFORM 1400-NEXT-TRANSLATION.
            MOVE 'N' TO WS-RT-EOF.
            OPEN INPUT RATINGS-FILE.
            IF WS-RATINGS-STATUS NOT = '00'
                MOVE 'Y' TO WS-RT-EOF
            ELSE
                PERFORM 1500-NEXT-RATING
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-SCORE-ONE-QUOTE
                END-READ
            END-PERFORM.
            IF WS-RATINGS-STATUS = '00' OR WS-RATINGS-STATUS = '10'
                CLOSE RATINGS-FILE
            END-IF.

       1100-SCORE-ONE-QUOTE.
            MOVE SPACES TO WS-MISSING.
            MOVE SPACES TO WS-SCREEN-WORD.

            IF Q-CATEGORY = SPACES
                MOVE 'C' TO WS-MISSING (1:1)
            END-IF.

            IF Q-SOURCE = SPACES
                MOVE 'S' TO WS-MISSING (2:1)
            ELSE
                CALL "Q_SRCCHK" USING Q-SOURCE WS-SRC-CHANNEL
                    WS-TODAY WS-SRC-RESULT
                END-CALL
                IF WS-SRC-RESULT = 'U'
                    MOVE 'S' TO WS-MISSING (2:1)
                END-IF
            END-IF.

            CALL "Q_ATTRGET" USING Q-ID WS-ATTR-STATUS
            END-CALL.
            IF WS-ATTR-STATUS NOT = 'V'
                MOVE 'A' TO WS-MISSING (3:1)
            END-IF.

            PERFORM UNTIL WS-XLT-FLAG = 'E'
                    OR WS-XLT-ID >= Q-ID
                PERFORM 1400-NEXT-TRANSLATION
            END-PERFORM.
            IF WS-XLT-FLAG = 'E' OR WS-XLT-ID NOT = Q-ID
                MOVE 'T' TO WS-MISSING (4:1)
            END-IF.

            PERFORM UNTIL WS-RT-EOF = 'Y'
                    OR RT-ID >= Q-ID
                PERFORM 1500-NEXT-RATING
            END-PERFORM.
            IF WS-RT-EOF = 'Y' OR RT-ID NOT = Q-ID
                MOVE 'R' TO WS-MISSING (5:1)
            END-IF.

            CALL "Q_AUTHGET" USING Q-AUTHOR WS-WHO-LINE WS-WHO-BIO-1
                WS-WHO-BIO-2 WS-WHO-DIED WS-WHO-FOUND
            END-CALL.
            IF WS-WHO-FOUND = 'N'
                MOVE 'L' TO WS-MISSING (6:1)
            END-IF.

            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            MOVE SPACES TO WS-SCREEN-BUF.
            IF WS-LONG-FLAG = 'Y'
                MOVE WS-LONG-TEXT TO WS-SCREEN-BUF
                MOVE WS-LONG-LEN TO WS-SCREEN-LEN
            ELSE
                MOVE Q-MIGHTY-MAXIM TO WS-SCREEN-BUF
                MOVE ZERO TO WS-SCREEN-LEN
                IF Q-MIGHTY-MAXIM NOT = SPACES
                    COMPUTE WS-SCREEN-LEN = FUNCTION LENGTH(
                        FUNCTION TRIM(Q-MIGHTY-MAXIM TRAILING))
                END-IF
            END-IF.
            CALL "Q_SCREEN" USING WS-SCREEN-BUF WS-SCREEN-LEN
                WS-SCREEN-RESULT WS-SCREEN-WORD
            END-CALL.
            IF WS-SCREEN-RESULT = 'F' OR WS-SCREEN-RESULT = 'R'
                MOVE 'B' TO WS-MISSING (7:1)
            ELSE
                MOVE SPACES TO WS-SCREEN-WORD
            END-IF.

            MOVE ZERO TO WS-MISS-COUNT.
            PERFORM VARYING WS-CK FROM 1 BY 1
                    UNTIL WS-CK > WS-CHECK-COUNT
                IF WS-MISSING (WS-CK:1) NOT = SPACE
                    ADD 1 TO WS-MISS-COUNT
                    ADD 1 TO WS-MISS-TOTAL (WS-CK)
                END-IF
            END-PERFORM.
            COMPUTE WS-QUOTE-SCORE ROUNDED =
                ((WS-CHECK-COUNT - WS-MISS-COUNT) * 100)
                    / WS-CHECK-COUNT.
            ADD 1 TO WS-QUOTE-COUNT.
            COMPUTE WS-PASS-TOTAL = WS-PASS-TOTAL
                + WS-CHECK-COUNT - WS-MISS-COUNT.
            IF WS-MISS-COUNT = ZERO
                ADD 1 TO WS-PERFECT-COUNT
            END-IF.
            PERFORM 1200-TALLY-THE-CATEGORY.
            PERFORM 1300-TALLY-THE-OPERATOR.

            IF WS-MISS-COUNT > ZERO
                MOVE WS-QUOTE-SCORE TO SV-SCORE
                MOVE Q-ID TO SV-ID
                MOVE Q-AUTHOR TO SV-AUTHOR
                MOVE WS-MISSING TO SV-MISSING
                MOVE WS-ATTR-STATUS TO SV-ATTR
                MOVE WS-SCREEN-WORD TO SV-WORD
                RELEASE SCORE-SORT-RECORD
            END-IF.

       1200-TALLY-THE-CATEGORY.
            MOVE Q-CATEGORY TO WS-GROUP-KEY.
            IF WS-GROUP-KEY = SPACES
                MOVE '(none)' TO WS-GROUP-KEY
            END-IF.
            MOVE ZERO TO WS-GRP-FOUND.
            PERFORM VARYING WS-GRP FROM 1 BY 1
                    UNTIL WS-GRP > WS-CATG-USED
                IF WS-CATG-KEY (WS-GRP) = WS-GROUP-KEY
                    MOVE WS-GRP TO WS-GRP-FOUND
                END-IF
            END-PERFORM.
            IF WS-GRP-FOUND = ZERO
                IF WS-CATG-USED < WS-GROUP-LIMIT - 1
                    ADD 1 TO WS-CATG-USED
                    MOVE WS-CATG-USED TO WS-GRP-FOUND
                    INITIALIZE WS-CATG-ENTRY (WS-GRP-FOUND)
                    MOVE WS-GROUP-KEY TO WS-CATG-KEY (WS-GRP-FOUND)
                ELSE
                    MOVE WS-GROUP-LIMIT TO WS-GRP-FOUND
                    MOVE WS-GROUP-LIMIT TO WS-CATG-USED
                    MOVE '*OTHERS*' TO WS-CATG-KEY (WS-GRP-FOUND)
                END-IF
            END-IF.
            ADD 1 TO WS-CATG-QUOTES (WS-GRP-FOUND).
            COMPUTE WS-CATG-PASSES (WS-GRP-FOUND) =
                WS-CATG-PASSES (WS-GRP-FOUND)
                + WS-CHECK-COUNT - WS-MISS-COUNT.
            IF WS-MISS-COUNT = ZERO
                ADD 1 TO WS-CATG-PERFECT (WS-GRP-FOUND)
            END-IF.
            PERFORM VARYING WS-CK FROM 1 BY 1
                    UNTIL WS-CK > WS-CHECK-COUNT
                IF WS-MISSING (WS-CK:1) NOT = SPACE
                    ADD 1 TO WS-CATG-MISS (WS-GRP-FOUND WS-CK)
                END-IF
            END-PERFORM.

       1300-TALLY-THE-OPERATOR.
            MOVE Q-ENTERED-BY TO WS-GROUP-KEY.
            IF WS-GROUP-KEY = SPACES
                MOVE '(unknown)' TO WS-GROUP-KEY
            END-IF.
            MOVE ZERO TO WS-GRP-FOUND.
            PERFORM VARYING WS-GRP FROM 1 BY 1
                    UNTIL WS-GRP > WS-OPRG-USED
                IF WS-OPRG-KEY (WS-GRP) = WS-GROUP-KEY
                    MOVE WS-GRP TO WS-GRP-FOUND
                END-IF
            END-PERFORM.
            IF WS-GRP-FOUND = ZERO
                IF WS-OPRG-USED < WS-GROUP-LIMIT - 1
                    ADD 1 TO WS-OPRG-USED
                    MOVE WS-OPRG-USED TO WS-GRP-FOUND
                    INITIALIZE WS-OPRG-ENTRY (WS-GRP-FOUND)
                    MOVE WS-GROUP-KEY TO WS-OPRG-KEY (WS-GRP-FOUND)
                ELSE
                    MOVE WS-GROUP-LIMIT TO WS-GRP-FOUND
                    MOVE WS-GROUP-LIMIT TO WS-OPRG-USED
                    MOVE '*OTHERS*' TO WS-OPRG-KEY (WS-GRP-FOUND)
                END-IF
            END-IF.
            ADD 1 TO WS-OPRG-QUOTES (WS-GRP-FOUND).
            COMPUTE WS-OPRG-PASSES (WS-GRP-FOUND) =
                WS-OPRG-PASSES (WS-GRP-FOUND)
                + WS-CHECK-COUNT - WS-MISS-COUNT.
            IF WS-MISS-COUNT = ZERO
                ADD 1 TO WS-OPRG-PERFECT (WS-GRP-FOUND)
            END-IF.
            PERFORM VARYING WS-CK FROM 1 BY 1
                    UNTIL WS-CK > WS-CHECK-COUNT
                IF WS-MISSING (WS-CK:1) NOT = SPACE
                    ADD 1 TO WS-OPRG-MISS (WS-GRP-FOUND WS-CK)
                END-IF
            END-PERFORM.

      *> Steps to the next (quote, language) pair - several
      *> languages for one quote are simply stepped over:
       1400-NEXT-TRANSLATION.
            MOVE 'N' TO WS-XLT-MODE.
            CALL "Q_XLATE" USING WS-XLT-MODE WS-XLT-ID
                WS-XLT-LANG WS-XLT-TEXT WS-XLT-LEN WS-XLT-FLAG
            END-CALL.

       1500-NEXT-RATING.
            READ RATINGS-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-RT-EOF
            END-READ.
            IF WS-RATINGS-STATUS NOT = '00'
                MOVE 'Y' TO WS-RT-EOF
            END-IF.

       3000-LIST-THE-WORST.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE WS-WORST-LIMIT TO WS-NUM-ED.
            STRING "The worst quotes (up to "
                FUNCTION TRIM(WS-NUM-ED) ")"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ALL '-' TO WS-REPORT-LINE (1:30).
            PERFORM 3900-EMIT-LINE.
            MOVE "  Quote ID   Score  Author" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ZERO TO WS-WORST-SHOWN.
            MOVE 'N' TO WS-SORT-EOF.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                RETURN SCORE-SORT-FILE
                    AT END MOVE 'Y' TO WS-SORT-EOF
                    NOT AT END
                        IF WS-WORST-SHOWN < WS-WORST-LIMIT
                            ADD 1 TO WS-WORST-SHOWN
                            PERFORM 3100-LIST-ONE-QUOTE
                        END-IF
                END-RETURN
            END-PERFORM.
            IF WS-WORST-SHOWN = ZERO
                MOVE "  Every quote passes every check."
                    TO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-IF.

       3100-LIST-ONE-QUOTE.
            MOVE SV-SCORE TO WS-PCT-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " SV-ID "    " WS-PCT-ED "  " SV-AUTHOR
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

            MOVE SPACES TO WS-MISS-TEXT.
            MOVE 1 TO WS-MISS-PTR.
            PERFORM VARYING WS-CK FROM 1 BY 1
                    UNTIL WS-CK > WS-CHECK-COUNT
                IF SV-MISSING (WS-CK:1) NOT = SPACE
                    IF WS-MISS-PTR > 1
                        STRING ", " DELIMITED BY SIZE
                            INTO WS-MISS-TEXT WITH POINTER WS-MISS-PTR
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-CK = 3 AND SV-ATTR = 'D'
                            STRING "attribution disputed"
                                DELIMITED BY SIZE INTO WS-MISS-TEXT
                                WITH POINTER WS-MISS-PTR
                        WHEN WS-CK = 7
                            STRING "blocked word '"
                                FUNCTION TRIM(SV-WORD) "'"
                                DELIMITED BY SIZE INTO WS-MISS-TEXT
                                WITH POINTER WS-MISS-PTR
                        WHEN OTHER
                            STRING FUNCTION TRIM(WS-CHECK-WORD (WS-CK))
                                DELIMITED BY SIZE INTO WS-MISS-TEXT
                                WITH POINTER WS-MISS-PTR
                    END-EVALUATE
                END-IF
            END-PERFORM.

      *> Long enough lists break after a comma onto a second line:
            COMPUTE WS-MISS-LEN = WS-MISS-PTR - 1.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-MISS-LEN <= 100
                STRING "               missing: "
                    WS-MISS-TEXT (1:WS-MISS-LEN)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE 100 TO WS-MISS-CUT.
            PERFORM UNTIL WS-MISS-CUT < 2
                    OR WS-MISS-TEXT (WS-MISS-CUT:1) = ','
                SUBTRACT 1 FROM WS-MISS-CUT
            END-PERFORM.
            IF WS-MISS-CUT < 2
                MOVE 100 TO WS-MISS-CUT
            END-IF.
            STRING "               missing: "
                WS-MISS-TEXT (1:WS-MISS-CUT)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            STRING "                        "
                FUNCTION TRIM(WS-MISS-TEXT (WS-MISS-CUT + 1:
                    WS-MISS-LEN - WS-MISS-CUT))
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

       3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
            WRITE WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.

       4000-BREAKDOWN-BY-CATEGORY.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "By category" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            PERFORM 4800-BREAKDOWN-HEADINGS.
            PERFORM VARYING WS-GRP FROM 1 BY 1
                    UNTIL WS-GRP > WS-CATG-USED
                MOVE WS-CATG-KEY (WS-GRP) TO WS-ROW-KEY
                MOVE WS-CATG-QUOTES (WS-GRP) TO WS-ROW-QUOTES
                MOVE WS-CATG-PASSES (WS-GRP) TO WS-ROW-PASSES
                MOVE WS-CATG-PERFECT (WS-GRP) TO WS-ROW-PERFECT
                PERFORM VARYING WS-CK FROM 1 BY 1
                        UNTIL WS-CK > WS-CHECK-COUNT
                    MOVE WS-CATG-MISS (WS-GRP WS-CK)
                        TO WS-ROW-MISS (WS-CK)
                END-PERFORM
                PERFORM 4900-BREAKDOWN-ROW
            END-PERFORM.

       4100-BREAKDOWN-BY-OPERATOR.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "By entering operator" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            PERFORM 4800-BREAKDOWN-HEADINGS.
            PERFORM VARYING WS-GRP FROM 1 BY 1
                    UNTIL WS-GRP > WS-OPRG-USED
                MOVE WS-OPRG-KEY (WS-GRP) TO WS-ROW-KEY
                MOVE WS-OPRG-QUOTES (WS-GRP) TO WS-ROW-QUOTES
                MOVE WS-OPRG-PASSES (WS-GRP) TO WS-ROW-PASSES
                MOVE WS-OPRG-PERFECT (WS-GRP) TO WS-ROW-PERFECT
                PERFORM VARYING WS-CK FROM 1 BY 1
                        UNTIL WS-CK > WS-CHECK-COUNT
                    MOVE WS-OPRG-MISS (WS-GRP WS-CK)
                        TO WS-ROW-MISS (WS-CK)
                END-PERFORM
                PERFORM 4900-BREAKDOWN-ROW
            END-PERFORM.

      *> The seven right-hand columns count the quotes missing each
      *> check, headed by its letter:
       4800-BREAKDOWN-HEADINGS.
            MOVE ALL '-' TO WS-REPORT-LINE (1:20).
            PERFORM 3900-EMIT-LINE.
            MOVE "             Quotes Score Complete" TO
                WS-REPORT-LINE.
            MOVE 38 TO WS-ROW-COL.
            PERFORM VARYING WS-CK FROM 1 BY 1
                    UNTIL WS-CK > WS-CHECK-COUNT
                ADD 6 TO WS-ROW-COL
                MOVE WS-CHECK-LETTERS (WS-CK:1)
                    TO WS-REPORT-LINE (WS-ROW-COL:1)
                ADD 1 TO WS-ROW-COL
            END-PERFORM.
            PERFORM 3900-EMIT-LINE.

       4900-BREAKDOWN-ROW.
            MOVE ZERO TO WS-ROW-SCORE.
            IF WS-ROW-QUOTES > ZERO
                COMPUTE WS-CHECKS-MADE = WS-ROW-QUOTES * WS-CHECK-COUNT
                COMPUTE WS-ROW-SCORE ROUNDED =
                    (WS-ROW-PASSES * 100) / WS-CHECKS-MADE
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE WS-ROW-KEY TO WS-REPORT-LINE (1:12).
            MOVE WS-ROW-QUOTES TO WS-COUNT-ED.
            MOVE WS-COUNT-ED TO WS-REPORT-LINE (13:7).
            MOVE WS-ROW-SCORE TO WS-SCORE-ED.
            MOVE WS-SCORE-ED TO WS-REPORT-LINE (21:5).
            MOVE WS-ROW-PERFECT TO WS-COUNT-ED.
            MOVE WS-COUNT-ED TO WS-REPORT-LINE (27:7).
            MOVE 38 TO WS-ROW-COL.
            PERFORM VARYING WS-CK FROM 1 BY 1
                    UNTIL WS-CK > WS-CHECK-COUNT
                MOVE WS-ROW-MISS (WS-CK) TO WS-MISS-ED
                MOVE WS-MISS-ED TO WS-REPORT-LINE (WS-ROW-COL + 1:6)
                ADD 7 TO WS-ROW-COL
            END-PERFORM.
            PERFORM 3900-EMIT-LINE.

      *> This month's line replaces one already written this month,
      *> otherwise it goes on the end:
       5000-RECORD-THE-MONTH.
            MOVE ZERO TO WS-HIST-USED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SCORE-HISTORY-FILE.
            IF WS-HISTORY-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SCORE-HISTORY-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-HISTORY-RECORD NOT = SPACES
                            AND WS-HIST-USED < 599
                            ADD 1 TO WS-HIST-USED
                            MOVE WS-HISTORY-RECORD
                                TO WS-HIST-LINE (WS-HIST-USED)
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '10'
                CLOSE SCORE-HISTORY-FILE
            END-IF.

            MOVE WS-COLLECTION-SCORE TO WS-SCORE-ED.
            MOVE WS-QUOTE-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-HIST-NEW.
            MOVE 1 TO WS-MISS-PTR.
            STRING WS-TODAY (1:6) '|' FUNCTION TRIM(WS-NUM-ED) '|'
                FUNCTION TRIM(WS-SCORE-ED)
                DELIMITED BY SIZE INTO WS-HIST-NEW
                WITH POINTER WS-MISS-PTR.
            PERFORM VARYING WS-CK FROM 1 BY 1
                    UNTIL WS-CK > WS-CHECK-COUNT
                MOVE WS-MISS-TOTAL (WS-CK) TO WS-NUM-ED
                STRING '|' FUNCTION TRIM(WS-NUM-ED)
                    DELIMITED BY SIZE INTO WS-HIST-NEW
                    WITH POINTER WS-MISS-PTR
            END-PERFORM.
            IF WS-HIST-USED > ZERO
                AND WS-HIST-LINE (WS-HIST-USED) (1:6) = WS-TODAY (1:6)
                MOVE WS-HIST-NEW TO WS-HIST-LINE (WS-HIST-USED)
            ELSE
                ADD 1 TO WS-HIST-USED
                MOVE WS-HIST-NEW TO WS-HIST-LINE (WS-HIST-USED)
            END-IF.

            OPEN OUTPUT SCORE-HISTORY-FILE.
            IF WS-HISTORY-STATUS NOT = '00'
                DISPLAY "Unable to write the history file "
                        FUNCTION TRIM(WS-HISTORY-PATH)
                        ", status " WS-HISTORY-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-HIST-I FROM 1 BY 1
                    UNTIL WS-HIST-I > WS-HIST-USED
                MOVE WS-HIST-LINE (WS-HIST-I) TO WS-HISTORY-RECORD
                WRITE WS-HISTORY-RECORD
            END-PERFORM.
            CLOSE SCORE-HISTORY-FILE.

      *> The last two years of the history, one bar mark for every
      *> two points of score:
       5500-SHOW-THE-TREND.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "Collection score by month" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ALL '-' TO WS-REPORT-LINE (1:25).
            PERFORM 3900-EMIT-LINE.
            MOVE "  Month     Quotes  Score" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE 1 TO WS-HIST-FROM.
            IF WS-HIST-USED > WS-TREND-MONTHS
                COMPUTE WS-HIST-FROM =
                    WS-HIST-USED - WS-TREND-MONTHS + 1
            END-IF.
            PERFORM VARYING WS-HIST-I FROM WS-HIST-FROM BY 1
                    UNTIL WS-HIST-I > WS-HIST-USED
                PERFORM 5600-SHOW-ONE-MONTH
            END-PERFORM.

       5600-SHOW-ONE-MONTH.
            MOVE SPACES TO WS-HIST-MONTH WS-HIST-QUOTES-A
                WS-HIST-SCORE-A.
            UNSTRING WS-HIST-LINE (WS-HIST-I) DELIMITED BY '|'
                INTO WS-HIST-MONTH WS-HIST-QUOTES-A WS-HIST-SCORE-A
            END-UNSTRING.
            MOVE ZERO TO WS-HIST-SCORE.
            IF WS-HIST-SCORE-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-HIST-SCORE-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-HIST-SCORE-A) TO WS-HIST-SCORE
            END-IF.
            MOVE ZERO TO WS-COUNT-ED.
            IF WS-HIST-QUOTES-A NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-HIST-QUOTES-A) = ZERO
                MOVE FUNCTION NUMVAL(WS-HIST-QUOTES-A) TO WS-COUNT-ED
            END-IF.
            MOVE WS-HIST-SCORE TO WS-SCORE-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " WS-HIST-MONTH (1:4) "-" WS-HIST-MONTH (5:2)
                "  " WS-COUNT-ED "  " WS-SCORE-ED "  "
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            COMPUTE WS-TREND-BARS = WS-HIST-SCORE / 2.
            IF WS-TREND-BARS > ZERO
                MOVE ALL '*' TO WS-REPORT-LINE (31:WS-TREND-BARS)
            END-IF.
            PERFORM 3900-EMIT-LINE.

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
            MOVE 'Q_DQSCORE' TO AUDIT-PROGRAM.
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
