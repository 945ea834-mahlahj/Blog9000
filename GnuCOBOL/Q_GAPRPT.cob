       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_GAPRPT.

      *> Content-gap report for the acquisitions curator: what
      *> readers searched for in a month and did not find.  Every
      *> search Q_READER and Q_SERVER make is on the search log
      *> (MM-SRCH-RAW.cpy, written through Q_SRCHLOG) with its hit
      *> count; this brings the month's searches for each term
      *> together and ranks the terms that found nothing or almost
      *> nothing - no search of the term in the month found more
      *> than MM_GAP_MAX_HITS quotes - by how often they were
      *> searched.  Those are the books and speakers worth sourcing
      *> quotes from next.
      *>
      *> Author and author-or-source searches are folded through
      *> the alias master (Q_ALIAS), so "Twain" typed three ways is
      *> one line, shown with its canonical author - Q_READER's
      *> author-or-source searches and Q_SERVER's author requests
      *> are tallied together as AUTHOR.  Terms are matched
      *> case-blind.
      *>
      *> Two sort passes, as Q_REPORT counts its authors: the first
      *> brings each term's searches together to be tallied, the
      *> second ranks the tallies.
      *>
      *> Unattended, so it runs as a Q_SCHED or Q_NIGHT step, e.g.
      *>
      *>   CONTENT GAPS|./Q_GAPRPT|MONTHLY|
      *>
      *>   MM_GAP_MONTH     the month to report, YYYYMM (default
      *>                    last month - a run early in the month
      *>                    reports the month just closed)
      *>   MM_GAP_MAX_HITS  "almost nothing" - the most quotes a
      *>                    search may find and still count as a
      *>                    gap (default 2)
      *>   MM_GAP_TOP       how many terms to rank (default 50)
      *>
      *> Written to <quote file>.GAPRPT as well as the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SEARCH-LOG-FILE
            ASSIGN TO WS-SRCH-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SRCH-STATUS.

       SELECT GAP-SORT-FILE
            ASSIGN TO "QGAPRPT-SORTWK".

       SELECT TERM-COUNT-FILE
            ASSIGN TO WS-TERMCNT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TERMCNT-STATUS.

       SELECT GAP-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       *> Shared audit trail.  Location comes from WS-AUDIT-PATH
       *> (AUDIT-LOG-PATH.cpy), overridden with AUDIT_LOG_PATH:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SRCH-RAW.

      *> GS-KEY is what the searches are grouped on - the term, or
      *> its canonical author, upper-cased; GS-TERM the term as a
      *> reader typed it:
       SD  GAP-SORT-FILE.
       01  GAP-SORT-RECORD.
           05 GS-SEARCHES        PIC 9(9).
           05 GS-ZEROS           PIC 9(9).
           05 GS-KIND            PIC X(8).
           05 GS-KEY             PIC X(60).
           05 GS-TERM            PIC X(60).
           05 GS-CANON           PIC X(50).
           05 GS-HITS            PIC 9(9).

       FD  TERM-COUNT-FILE.
       01  WS-TERMCNT-RECORD.
           05 WS-TC-SEARCHES     PIC 9(9).
           05 WS-TC-ZEROS        PIC 9(9).
           05 WS-TC-KIND         PIC X(8).
           05 WS-TC-KEY          PIC X(60).
           05 WS-TC-TERM         PIC X(60).
           05 WS-TC-CANON        PIC X(50).
           05 WS-TC-HITS         PIC 9(9).

       FD  GAP-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-SRCH-PATH          PIC X(205) VALUE SPACES.
       01 WS-SRCH-STATUS        PIC XX VALUE '00'.
       01 WS-TERMCNT-PATH       PIC X(210) VALUE SPACES.
       01 WS-TERMCNT-STATUS     PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(210) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-SORT-EOF           PIC X VALUE 'N'.
       01 WS-LOG-ON-FILE        PIC X VALUE 'N'.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-RANK-ED            PIC ZZZ9.
       01 WS-SEARCHES-ED        PIC Z(7)9.
       01 WS-ZEROS-ED           PIC Z(6)9.
       01 WS-HITS-ED            PIC Z(3)9.
       01 WS-TODAY              PIC X(8) VALUE SPACES.

      *> The month reported and the report's options:
       01 WS-GAP-MONTH          PIC X(6) VALUE SPACES.
       01 WS-GAP-YEAR           PIC 9(4) VALUE ZERO.
       01 WS-GAP-MM             PIC 9(2) VALUE ZERO.
       01 WS-MAX-HITS-A         PIC X(5) VALUE SPACES.
       01 WS-MAX-HITS           PIC 9(5) VALUE 2.
       01 WS-TOP-A              PIC X(5) VALUE SPACES.
       01 WS-TOP-LIMIT          PIC 9(5) VALUE 50.

      *> Month totals off the log:
       01 WS-MONTH-SEARCHES     PIC 9(9) COMP VALUE ZERO.
       01 WS-MONTH-ZEROS        PIC 9(9) COMP VALUE ZERO.
       01 WS-TERM-TOTAL         PIC 9(9) COMP VALUE ZERO.
       01 WS-GAP-TOTAL          PIC 9(9) COMP VALUE ZERO.
       01 WS-RANK               PIC 9(5) COMP VALUE ZERO.

      *> One term's tally while its searches come off the sort:
       01 WS-HAVE-TERM          PIC X VALUE 'N'.
       01 WS-PREV-KIND          PIC X(8) VALUE SPACES.
       01 WS-PREV-KEY           PIC X(60) VALUE SPACES.
       01 WS-PREV-TERM          PIC X(60) VALUE SPACES.
       01 WS-PREV-CANON         PIC X(50) VALUE SPACES.
       01 WS-TERM-SEARCHES      PIC 9(9) COMP VALUE ZERO.
       01 WS-TERM-ZEROS         PIC 9(9) COMP VALUE ZERO.
       01 WS-TERM-BEST          PIC 9(9) COMP VALUE ZERO.

       01 WS-ALIAS-MODE         PIC X VALUE 'C'.
       01 WS-ALIAS-INDEX        PIC 9(3) VALUE ZERO.
       01 WS-ALIAS-IN           PIC X(50) VALUE SPACES.
       01 WS-CANON-AUTHOR       PIC X(50) VALUE SPACES.
       01 WS-ALIAS-FOUND        PIC X VALUE 'N'.
       COPY MM-LAYVER.

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
            MOVE 'Q_GAPRPT' TO WS-AUDIT-OPERATOR
        END-IF.
        ACCEPT WS-MAX-HITS-A FROM ENVIRONMENT "MM_GAP_MAX_HITS"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-MAX-HITS-A NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-MAX-HITS-A) = ZERO
            MOVE FUNCTION NUMVAL(WS-MAX-HITS-A) TO WS-MAX-HITS
        END-IF.
        ACCEPT WS-TOP-A FROM ENVIRONMENT "MM_GAP_TOP"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-TOP-A NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-TOP-A) = ZERO
            MOVE FUNCTION NUMVAL(WS-TOP-A) TO WS-TOP-LIMIT
        END-IF.
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        ACCEPT WS-GAP-MONTH FROM ENVIRONMENT "MM_GAP_MONTH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-GAP-MONTH = SPACES OR WS-GAP-MONTH NOT NUMERIC
            PERFORM 0500-TAKE-LAST-MONTH
        END-IF.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".SRCHLOG"
            DELIMITED BY SIZE INTO WS-SRCH-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".GAPCNT-TMP"
            DELIMITED BY SIZE INTO WS-TERMCNT-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".GAPRPT"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_GAPRPT' TO WS-LAYCHK-PROGRAM.
        MOVE 'SRCH' TO WS-LAYCHK-CODE.
        MOVE WS-SRCH-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.

        DISPLAY "Mighty Maxims - Content-Gap Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        OPEN OUTPUT GAP-REPORT-FILE.
        IF WS-REPORT-STATUS NOT = '00'
            DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                    ", status " WS-REPORT-STATUS
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        SORT GAP-SORT-FILE
            ON ASCENDING KEY GS-KIND
            ON ASCENDING KEY GS-KEY
            INPUT PROCEDURE IS 1000-RELEASE-SEARCHES
            OUTPUT PROCEDURE IS 2000-TALLY-TERMS.

        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Content gaps - searches in " WS-GAP-MONTH (1:4) "-"
            WS-GAP-MONTH (5:2) " that found nothing or almost "
            "nothing" FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE ALL '=' TO WS-REPORT-LINE (1:60).
        PERFORM 3900-EMIT-LINE.
        MOVE WS-MAX-HITS TO WS-HITS-ED.
        STRING "A term is ranked when no search of it found more "
            "than " FUNCTION TRIM(WS-HITS-ED) " quote(s)."
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        PERFORM 3900-EMIT-LINE.

        IF WS-LOG-ON-FILE NOT = 'Y'
            MOVE "No search log on file yet." TO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        ELSE
        IF WS-GAP-TOTAL = ZERO
            MOVE "No search that month came back empty."
                TO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        ELSE
            MOVE "Rank Kind     Term searched" TO WS-REPORT-LINE
            MOVE "Canonical author" TO WS-REPORT-LINE (46:)
            MOVE "Searches   Empty Best" TO WS-REPORT-LINE (77:)
            PERFORM 3900-EMIT-LINE
            MOVE ALL '-' TO WS-REPORT-LINE (1:97)
            PERFORM 3900-EMIT-LINE
            SORT GAP-SORT-FILE
                ON DESCENDING KEY GS-SEARCHES
                ON DESCENDING KEY GS-ZEROS
                ON ASCENDING KEY GS-KIND
                ON ASCENDING KEY GS-KEY
                INPUT PROCEDURE IS 3000-RELEASE-TERM-COUNTS
                OUTPUT PROCEDURE IS 4000-WRITE-RANKED-TERMS
        END-IF
        END-IF.

        PERFORM 3900-EMIT-LINE.
        MOVE WS-MONTH-SEARCHES TO WS-NUM-ED.
        STRING "Searches in the month:  " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-MONTH-ZEROS TO WS-NUM-ED.
        STRING "Found nothing at all:   " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-TERM-TOTAL TO WS-NUM-ED.
        STRING "Distinct terms:         " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-GAP-TOTAL TO WS-NUM-ED.
        STRING "Terms that are gaps:    " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        CLOSE GAP-REPORT-FILE.
        MOVE 'CONTENTGAP' TO WS-RPTREG-NAME.
        MOVE 'Q_GAPRPT' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        PERFORM OPEN-AUDIT-LOG.
        MOVE WS-GAP-TOTAL TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "content-gap report for " WS-GAP-MONTH ", "
            FUNCTION TRIM(WS-NUM-ED) " gap term(s), to "
            FUNCTION TRIM(WS-REPORT-PATH)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'GAPRPT' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       0500-TAKE-LAST-MONTH.
            MOVE WS-TODAY (1:4) TO WS-GAP-YEAR.
            MOVE WS-TODAY (5:2) TO WS-GAP-MM.
            IF WS-GAP-MM = 1
                MOVE 12 TO WS-GAP-MM
                SUBTRACT 1 FROM WS-GAP-YEAR
            ELSE
                SUBTRACT 1 FROM WS-GAP-MM
            END-IF.
            MOVE SPACES TO WS-GAP-MONTH.
            STRING WS-GAP-YEAR WS-GAP-MM
                DELIMITED BY SIZE INTO WS-GAP-MONTH.

      *> The month's searches, each keyed for grouping.  A name
      *> that is a variant on the alias master groups under its
      *> canonical author:
       1000-RELEASE-SEARCHES.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SEARCH-LOG-FILE.
            IF WS-SRCH-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-LOG-ON-FILE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SEARCH-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SL-TIMESTAMP (1:6) = WS-GAP-MONTH
                            AND SL-TERM NOT = SPACES
                            PERFORM 1100-RELEASE-ONE-SEARCH
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SEARCH-LOG-FILE.

       1100-RELEASE-ONE-SEARCH.
            ADD 1 TO WS-MONTH-SEARCHES.
            MOVE 1 TO GS-SEARCHES.
            MOVE ZERO TO GS-ZEROS.
            IF SL-HITS = ZERO
                MOVE 1 TO GS-ZEROS
                ADD 1 TO WS-MONTH-ZEROS
            END-IF.
            MOVE SL-KIND TO GS-KIND.
            MOVE SL-TERM TO GS-TERM.
            MOVE SL-HITS TO GS-HITS.
            MOVE SPACES TO GS-CANON.
            MOVE FUNCTION UPPER-CASE(SL-TERM) TO GS-KEY.
            IF SL-KIND = 'AUTHOR' OR SL-KIND = 'NAME'
                MOVE 'AUTHOR' TO GS-KIND
                MOVE SL-TERM (1:50) TO WS-ALIAS-IN
                MOVE 'C' TO WS-ALIAS-MODE
                CALL "Q_ALIAS" USING WS-ALIAS-MODE WS-ALIAS-INDEX
                    WS-ALIAS-IN WS-CANON-AUTHOR WS-ALIAS-FOUND
                END-CALL
                IF WS-ALIAS-FOUND = 'Y'
                    MOVE WS-CANON-AUTHOR TO GS-CANON
                    MOVE FUNCTION UPPER-CASE(WS-CANON-AUTHOR)
                        TO GS-KEY
                END-IF
            END-IF.
            RELEASE GAP-SORT-RECORD.

      *> Each term's searches arrive together: count them, count
      *> the empty ones, keep the best hit count.  Only a term that
      *> never found more than the limit goes on to be ranked:
       2000-TALLY-TERMS.
            OPEN OUTPUT TERM-COUNT-FILE.
            MOVE 'N' TO WS-SORT-EOF.
            MOVE 'N' TO WS-HAVE-TERM.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                RETURN GAP-SORT-FILE
                    AT END
                        MOVE 'Y' TO WS-SORT-EOF
                        PERFORM 2100-FLUSH-TERM-COUNT
                    NOT AT END
                        IF WS-HAVE-TERM = 'Y'
                            AND GS-KIND = WS-PREV-KIND
                            AND GS-KEY = WS-PREV-KEY
                            PERFORM 2200-ADD-TO-TERM
                        ELSE
                            PERFORM 2100-FLUSH-TERM-COUNT
                            MOVE GS-KIND TO WS-PREV-KIND
                            MOVE GS-KEY TO WS-PREV-KEY
                            MOVE GS-TERM TO WS-PREV-TERM
                            MOVE SPACES TO WS-PREV-CANON
                            MOVE ZERO TO WS-TERM-SEARCHES
                                WS-TERM-ZEROS WS-TERM-BEST
                            MOVE 'Y' TO WS-HAVE-TERM
                            PERFORM 2200-ADD-TO-TERM
                        END-IF
                END-RETURN
            END-PERFORM.
            CLOSE TERM-COUNT-FILE.

       2100-FLUSH-TERM-COUNT.
            IF WS-HAVE-TERM = 'Y'
                ADD 1 TO WS-TERM-TOTAL
                IF WS-TERM-BEST <= WS-MAX-HITS
                    ADD 1 TO WS-GAP-TOTAL
                    MOVE WS-TERM-SEARCHES TO WS-TC-SEARCHES
                    MOVE WS-TERM-ZEROS TO WS-TC-ZEROS
                    MOVE WS-PREV-KIND TO WS-TC-KIND
                    MOVE WS-PREV-KEY TO WS-TC-KEY
                    MOVE WS-PREV-TERM TO WS-TC-TERM
                    MOVE WS-PREV-CANON TO WS-TC-CANON
                    MOVE WS-TERM-BEST TO WS-TC-HITS
                    WRITE WS-TERMCNT-RECORD
                END-IF
            END-IF.

       2200-ADD-TO-TERM.
            ADD GS-SEARCHES TO WS-TERM-SEARCHES.
            ADD GS-ZEROS TO WS-TERM-ZEROS.
            IF GS-HITS > WS-TERM-BEST
                MOVE GS-HITS TO WS-TERM-BEST
            END-IF.
            IF GS-CANON NOT = SPACES
                MOVE GS-CANON TO WS-PREV-CANON
            END-IF.

       3000-RELEASE-TERM-COUNTS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT TERM-COUNT-FILE.
            IF WS-TERMCNT-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TERM-COUNT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE WS-TC-SEARCHES TO GS-SEARCHES
                        MOVE WS-TC-ZEROS TO GS-ZEROS
                        MOVE WS-TC-KIND TO GS-KIND
                        MOVE WS-TC-KEY TO GS-KEY
                        MOVE WS-TC-TERM TO GS-TERM
                        MOVE WS-TC-CANON TO GS-CANON
                        MOVE WS-TC-HITS TO GS-HITS
                        RELEASE GAP-SORT-RECORD
                END-READ
            END-PERFORM.
            IF WS-TERMCNT-STATUS = '00' OR WS-TERMCNT-STATUS = '10'
                CLOSE TERM-COUNT-FILE
            END-IF.

       4000-WRITE-RANKED-TERMS.
            MOVE 'N' TO WS-SORT-EOF.
            MOVE ZERO TO WS-RANK.
            PERFORM UNTIL WS-SORT-EOF = 'Y'
                RETURN GAP-SORT-FILE
                    AT END MOVE 'Y' TO WS-SORT-EOF
                    NOT AT END
                        IF WS-RANK < WS-TOP-LIMIT
                            ADD 1 TO WS-RANK
                            PERFORM 4100-WRITE-ONE-TERM
                        END-IF
                END-RETURN
            END-PERFORM.

       4100-WRITE-ONE-TERM.
            MOVE WS-RANK TO WS-RANK-ED.
            MOVE GS-SEARCHES TO WS-SEARCHES-ED.
            MOVE GS-ZEROS TO WS-ZEROS-ED.
            MOVE GS-HITS TO WS-HITS-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING WS-RANK-ED " " GS-KIND " " GS-TERM (1:30) " "
                GS-CANON (1:30) " " WS-SEARCHES-ED " " WS-ZEROS-ED
                " " WS-HITS-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

       3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
            WRITE WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.

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
            MOVE 'Q_GAPRPT' TO AUDIT-PROGRAM.
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

       COPY MM-LAYCHK-PROC.
