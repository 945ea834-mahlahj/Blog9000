       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_RPTVIEW.

      *> Report viewer over the report catalog Q_RPTREG keeps
      *> (MM-RPTCAT-RAW.cpy): pick a report by name, then a run by
      *> date - the latest when no date is given, a choice when the
      *> day had more than one - and page through the copy kept in
      *> the repository.  A run whose repository copy failed is
      *> shown from where its program wrote it, which a later run
      *> may since have overwritten.
      *>
      *>   MM_RPTCAT_PATH    the catalog (default in MM-RPTREPO-
      *>                     PATH.cpy)
      *>   MM_RPTVIEW_LINES  lines to a page (default 20)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REPORT-CATALOG-FILE
            ASSIGN TO WS-RPTCAT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RPTCAT-STATUS.

       SELECT REPORT-RUN-FILE
            ASSIGN TO WS-RUN-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-RPTCAT-RAW.

       FD  REPORT-RUN-FILE.
       01  WS-RUN-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREPO-PATH.
       01 WS-RUN-PATH           PIC X(220) VALUE SPACES.
       01 WS-RUN-STATUS         PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-NUM2-ED            PIC -(9)9.
       01 WS-NUM3-ED            PIC -(9)9.

      *> The runs on the catalog, oldest first.  A catalog longer
      *> than the table is taken from its newest 2000 runs:
       01 WS-RUN-TOTAL          PIC 9(9) COMP VALUE ZERO.
       01 WS-RUN-SKIP           PIC 9(9) COMP VALUE ZERO.
       01 WS-RUN-SEEN           PIC 9(9) COMP VALUE ZERO.
       01 WS-RUN-USED           PIC 9(4) COMP VALUE ZERO.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
               10 WS-RN-NAME         PIC X(20).
               10 WS-RN-RUN          PIC X(15).
               10 WS-RN-PROGRAM      PIC X(10).
               10 WS-RN-OPERATOR     PIC X(10).
               10 WS-RN-SOURCE       PIC X(220).
               10 WS-RN-COPY         PIC X(220).
       01 WS-RUN-I              PIC 9(4) COMP VALUE ZERO.

      *> The distinct report names, for the list:
       01 WS-NAME-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-NAME-TABLE.
           05 WS-NAME-ENTRY OCCURS 200 TIMES.
               10 WS-NM-NAME         PIC X(20).
               10 WS-NM-COUNT        PIC 9(5) COMP.
               10 WS-NM-LATEST       PIC X(15).
       01 WS-NAME-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-NAME-HIT           PIC 9(3) COMP VALUE ZERO.

      *> The runs of the chosen report on the chosen day:
       01 WS-WANT-NAME          PIC X(20) VALUE SPACES.
       01 WS-WANT-DATE          PIC X(8) VALUE SPACES.
       01 WS-PICK-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-PICK-TABLE.
           05 WS-PICK-RUN-I OCCURS 50 TIMES PIC 9(4) COMP.
       01 WS-PICK-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-PICK-A             PIC X(3) VALUE SPACES.
       01 WS-PICK-N             PIC 9(3) VALUE ZERO.
       01 WS-NAME-RUNS          PIC 9(5) COMP VALUE ZERO.
       01 WS-CHOSEN-I           PIC 9(4) COMP VALUE ZERO.
       01 WS-SHOWN              PIC 9(3) COMP VALUE ZERO.

      *> The chosen run, held whole for paging back and forth:
       01 WS-PAGE-LINES-A       PIC X(3) VALUE SPACES.
       01 WS-PAGE-LINES         PIC 9(3) VALUE 20.
       01 WS-LINE-USED          PIC 9(5) COMP VALUE ZERO.
       01 WS-LINE-OMITTED       PIC 9(9) COMP VALUE ZERO.
       01 WS-LINE-TABLE.
           05 WS-LINE-TEXT OCCURS 5000 TIMES PIC X(200).
       01 WS-LINE-I             PIC 9(5) COMP VALUE ZERO.
       01 WS-PAGE-FIRST         PIC 9(5) COMP VALUE 1.
       01 WS-PAGE-LAST          PIC 9(5) COMP VALUE ZERO.
       01 WS-BROWSE-DONE        PIC X VALUE 'N'.
       01 WS-BROWSE-CMD         PIC X VALUE SPACE.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-RPTCAT-PATH FROM ENVIRONMENT "MM_RPTCAT_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-RPTCAT-PATH = SPACES
            MOVE '/home/profnagy/Desktop/cobol/MM-RPTCAT.DAT'
                TO WS-RPTCAT-PATH
        END-IF.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_RPTVIEW' TO WS-LAYCHK-PROGRAM.
        MOVE 'RPTCAT' TO WS-LAYCHK-CODE.
        MOVE WS-RPTCAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-PAGE-LINES-A FROM ENVIRONMENT "MM_RPTVIEW_LINES"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-PAGE-LINES-A NOT = SPACES
            AND FUNCTION TEST-NUMVAL(WS-PAGE-LINES-A) = ZERO
            MOVE FUNCTION NUMVAL(WS-PAGE-LINES-A) TO WS-PAGE-LINES
        END-IF.
        IF WS-PAGE-LINES = ZERO
            MOVE 20 TO WS-PAGE-LINES
        END-IF.

        DISPLAY "Mighty Maxims - Report Viewer"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM 1000-LOAD-THE-CATALOG.
        IF WS-RUN-USED = ZERO
            DISPLAY "No report runs catalogued at "
                    FUNCTION TRIM(WS-RPTCAT-PATH)
            STOP RUN
        END-IF.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "Report name (blank = list the reports, "
                    "Q = quit):"
            MOVE SPACES TO WS-WANT-NAME
            ACCEPT WS-WANT-NAME FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-WANT-NAME) TO WS-WANT-NAME
            EVALUATE TRUE
                WHEN WS-WANT-NAME = SPACES
                    PERFORM 2000-LIST-THE-REPORTS
                WHEN WS-WANT-NAME = 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    PERFORM 3000-PICK-A-RUN
            END-EVALUATE
        END-PERFORM.

        STOP RUN.

       1000-LOAD-THE-CATALOG.
            MOVE ZERO TO WS-RUN-TOTAL WS-RUN-USED WS-RUN-SEEN.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REPORT-CATALOG-FILE.
            IF WS-RPTCAT-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REPORT-CATALOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF RC-KIND = 'R'
                            ADD 1 TO WS-RUN-TOTAL
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REPORT-CATALOG-FILE.
            MOVE ZERO TO WS-RUN-SKIP.
            IF WS-RUN-TOTAL > 2000
                COMPUTE WS-RUN-SKIP = WS-RUN-TOTAL - 2000
            END-IF.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REPORT-CATALOG-FILE.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REPORT-CATALOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-RUN
                END-READ
            END-PERFORM.
            CLOSE REPORT-CATALOG-FILE.

       1100-LOAD-ONE-RUN.
            IF RC-KIND NOT = 'R'
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-RUN-SEEN.
            IF WS-RUN-SEEN <= WS-RUN-SKIP
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-RUN-USED.
            MOVE RC-NAME TO WS-RN-NAME (WS-RUN-USED).
            MOVE RC-RUN TO WS-RN-RUN (WS-RUN-USED).
            MOVE RC-PROGRAM TO WS-RN-PROGRAM (WS-RUN-USED).
            MOVE RC-OPERATOR TO WS-RN-OPERATOR (WS-RUN-USED).
            MOVE RC-SOURCE TO WS-RN-SOURCE (WS-RUN-USED).
            MOVE RC-COPY TO WS-RN-COPY (WS-RUN-USED).
            MOVE ZERO TO WS-NAME-HIT.
            PERFORM VARYING WS-NAME-I FROM 1 BY 1
                UNTIL WS-NAME-I > WS-NAME-USED OR WS-NAME-HIT > ZERO
                IF WS-NM-NAME (WS-NAME-I) = RC-NAME
                    MOVE WS-NAME-I TO WS-NAME-HIT
                END-IF
            END-PERFORM.
            IF WS-NAME-HIT = ZERO AND WS-NAME-USED < 200
                ADD 1 TO WS-NAME-USED
                MOVE WS-NAME-USED TO WS-NAME-HIT
                MOVE RC-NAME TO WS-NM-NAME (WS-NAME-HIT)
                MOVE ZERO TO WS-NM-COUNT (WS-NAME-HIT)
            END-IF.
            IF WS-NAME-HIT > ZERO
                ADD 1 TO WS-NM-COUNT (WS-NAME-HIT)
                MOVE RC-RUN TO WS-NM-LATEST (WS-NAME-HIT)
            END-IF.

       2000-LIST-THE-REPORTS.
            DISPLAY "Report               Runs  Latest run".
            PERFORM VARYING WS-NAME-I FROM 1 BY 1
                UNTIL WS-NAME-I > WS-NAME-USED
                MOVE WS-NM-COUNT (WS-NAME-I) TO WS-NUM-ED
                DISPLAY WS-NM-NAME (WS-NAME-I) " "
                        WS-NUM-ED (7:4) "  "
                        WS-NM-LATEST (WS-NAME-I)
            END-PERFORM.
            IF WS-RUN-SKIP > ZERO
                MOVE WS-RUN-SKIP TO WS-NUM-ED
                DISPLAY "(" FUNCTION TRIM(WS-NUM-ED) " older run(s) "
                        "past the 2000 the viewer holds not shown)"
            END-IF.

      *> The runs of one report on one day.  A day with no run gets
      *> the report's latest runs listed instead, so the next try
      *> can be aimed:
       3000-PICK-A-RUN.
            MOVE ZERO TO WS-NAME-RUNS.
            PERFORM VARYING WS-RUN-I FROM 1 BY 1
                UNTIL WS-RUN-I > WS-RUN-USED
                IF WS-RN-NAME (WS-RUN-I) = WS-WANT-NAME
                    ADD 1 TO WS-NAME-RUNS
                END-IF
            END-PERFORM.
            IF WS-NAME-RUNS = ZERO
                DISPLAY "No runs of " FUNCTION TRIM(WS-WANT-NAME)
                        " catalogued - leave the name blank for the "
                        "list."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Run date (yyyymmdd, blank = latest):".
            MOVE SPACES TO WS-WANT-DATE.
            ACCEPT WS-WANT-DATE FROM CONSOLE.
            MOVE ZERO TO WS-PICK-USED WS-CHOSEN-I.
            IF WS-WANT-DATE = SPACES
                PERFORM VARYING WS-RUN-I FROM 1 BY 1
                    UNTIL WS-RUN-I > WS-RUN-USED
                    IF WS-RN-NAME (WS-RUN-I) = WS-WANT-NAME
                        MOVE WS-RUN-I TO WS-CHOSEN-I
                    END-IF
                END-PERFORM
            ELSE
                PERFORM VARYING WS-RUN-I FROM 1 BY 1
                    UNTIL WS-RUN-I > WS-RUN-USED
                    IF WS-RN-NAME (WS-RUN-I) = WS-WANT-NAME
                        AND WS-RN-RUN (WS-RUN-I) (1:8) = WS-WANT-DATE
                        AND WS-PICK-USED < 50
                        ADD 1 TO WS-PICK-USED
                        MOVE WS-RUN-I TO WS-PICK-RUN-I (WS-PICK-USED)
                    END-IF
                END-PERFORM
                EVALUATE WS-PICK-USED
                    WHEN ZERO
                        DISPLAY "No run of "
                                FUNCTION TRIM(WS-WANT-NAME) " on "
                                WS-WANT-DATE "."
                        PERFORM 3100-LIST-LATEST-RUNS
                        EXIT PARAGRAPH
                    WHEN 1
                        MOVE WS-PICK-RUN-I (1) TO WS-CHOSEN-I
                    WHEN OTHER
                        PERFORM 3200-CHOOSE-FROM-THE-DAY
                END-EVALUATE
            END-IF.
            IF WS-CHOSEN-I > ZERO
                PERFORM 4000-VIEW-THE-RUN
            END-IF.

       3100-LIST-LATEST-RUNS.
            DISPLAY "Latest runs of " FUNCTION TRIM(WS-WANT-NAME) ":".
            MOVE ZERO TO WS-SHOWN.
            PERFORM VARYING WS-RUN-I FROM WS-RUN-USED BY -1
                UNTIL WS-RUN-I < 1 OR WS-SHOWN >= 10
                IF WS-RN-NAME (WS-RUN-I) = WS-WANT-NAME
                    ADD 1 TO WS-SHOWN
                    DISPLAY "  " WS-RN-RUN (WS-RUN-I) "  "
                            WS-RN-PROGRAM (WS-RUN-I) " "
                            WS-RN-OPERATOR (WS-RUN-I)
                END-IF
            END-PERFORM.

       3200-CHOOSE-FROM-THE-DAY.
            PERFORM VARYING WS-PICK-I FROM 1 BY 1
                UNTIL WS-PICK-I > WS-PICK-USED
                MOVE WS-PICK-RUN-I (WS-PICK-I) TO WS-RUN-I
                MOVE WS-PICK-I TO WS-NUM-ED
                DISPLAY "  [" FUNCTION TRIM(WS-NUM-ED) "] "
                        WS-RN-RUN (WS-RUN-I) "  "
                        WS-RN-PROGRAM (WS-RUN-I) " "
                        WS-RN-OPERATOR (WS-RUN-I)
            END-PERFORM.
            DISPLAY "Which run?".
            MOVE SPACES TO WS-PICK-A.
            ACCEPT WS-PICK-A FROM CONSOLE.
            IF WS-PICK-A = SPACES
                OR FUNCTION TEST-NUMVAL(WS-PICK-A) NOT = ZERO
                DISPLAY "No run chosen."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-PICK-A) TO WS-PICK-N.
            IF WS-PICK-N < 1 OR WS-PICK-N > WS-PICK-USED
                DISPLAY "No such run."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-PICK-RUN-I (WS-PICK-N) TO WS-CHOSEN-I.

       4000-VIEW-THE-RUN.
            IF WS-RN-COPY (WS-CHOSEN-I) NOT = SPACES
                MOVE WS-RN-COPY (WS-CHOSEN-I) TO WS-RUN-PATH
            ELSE
                MOVE WS-RN-SOURCE (WS-CHOSEN-I) TO WS-RUN-PATH
                DISPLAY "(No repository copy of this run - showing "
                        "the program's own file, which a later run "
                        "may have overwritten.)"
            END-IF.
            MOVE ZERO TO WS-LINE-USED WS-LINE-OMITTED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT REPORT-RUN-FILE.
            IF WS-RUN-STATUS NOT = '00'
                DISPLAY "Unable to open " FUNCTION TRIM(WS-RUN-PATH)
                        ", status " WS-RUN-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ REPORT-RUN-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF WS-LINE-USED < 5000
                            ADD 1 TO WS-LINE-USED
                            MOVE WS-RUN-RECORD
                                TO WS-LINE-TEXT (WS-LINE-USED)
                        ELSE
                            ADD 1 TO WS-LINE-OMITTED
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE REPORT-RUN-FILE.
            IF WS-LINE-USED = ZERO
                DISPLAY "That run is empty."
                EXIT PARAGRAPH
            END-IF.
            MOVE 1 TO WS-PAGE-FIRST.
            MOVE 'N' TO WS-BROWSE-DONE.
            PERFORM 4100-SHOW-THE-PAGE.
            PERFORM UNTIL WS-BROWSE-DONE = 'Y'
                DISPLAY "[N]ext [P]rev [T]op [B]ottom [Q]uit?"
                MOVE SPACE TO WS-BROWSE-CMD
                ACCEPT WS-BROWSE-CMD FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-BROWSE-CMD)
                    TO WS-BROWSE-CMD
                EVALUATE WS-BROWSE-CMD
                    WHEN 'N'
                    WHEN SPACE
                        IF WS-PAGE-LAST >= WS-LINE-USED
                            DISPLAY "(end of report)"
                        ELSE
                            ADD WS-PAGE-LINES TO WS-PAGE-FIRST
                            PERFORM 4100-SHOW-THE-PAGE
                        END-IF
                    WHEN 'P'
                        IF WS-PAGE-FIRST <= WS-PAGE-LINES
                            MOVE 1 TO WS-PAGE-FIRST
                        ELSE
                            SUBTRACT WS-PAGE-LINES FROM WS-PAGE-FIRST
                        END-IF
                        PERFORM 4100-SHOW-THE-PAGE
                    WHEN 'T'
                        MOVE 1 TO WS-PAGE-FIRST
                        PERFORM 4100-SHOW-THE-PAGE
                    WHEN 'B'
                        COMPUTE WS-PAGE-FIRST = WS-LINE-USED
                            - FUNCTION MOD(WS-LINE-USED - 1,
                                           WS-PAGE-LINES)
                        PERFORM 4100-SHOW-THE-PAGE
                    WHEN 'Q'
                        MOVE 'Y' TO WS-BROWSE-DONE
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.

       4100-SHOW-THE-PAGE.
            COMPUTE WS-PAGE-LAST = WS-PAGE-FIRST + WS-PAGE-LINES - 1.
            IF WS-PAGE-LAST > WS-LINE-USED
                MOVE WS-LINE-USED TO WS-PAGE-LAST
            END-IF.
            MOVE WS-PAGE-FIRST TO WS-NUM-ED.
            MOVE WS-PAGE-LAST TO WS-NUM2-ED.
            MOVE WS-LINE-USED TO WS-NUM3-ED.
            DISPLAY "---- " FUNCTION TRIM(WS-RN-NAME (WS-CHOSEN-I))
                    " " WS-RN-RUN (WS-CHOSEN-I) " - lines "
                    FUNCTION TRIM(WS-NUM-ED) "-"
                    FUNCTION TRIM(WS-NUM2-ED) " of "
                    FUNCTION TRIM(WS-NUM3-ED) " ----".
            PERFORM VARYING WS-LINE-I FROM WS-PAGE-FIRST BY 1
                UNTIL WS-LINE-I > WS-PAGE-LAST
                DISPLAY FUNCTION TRIM(WS-LINE-TEXT (WS-LINE-I)
                    TRAILING)
            END-PERFORM.
            IF WS-PAGE-LAST >= WS-LINE-USED AND WS-LINE-OMITTED > ZERO
                MOVE WS-LINE-OMITTED TO WS-NUM-ED
                DISPLAY "(" FUNCTION TRIM(WS-NUM-ED) " further "
                        "line(s) past the 5000 the viewer holds)"
            END-IF.

       COPY MM-LAYCHK-PROC.
