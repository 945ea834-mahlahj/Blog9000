       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_ROYALTY.

      *> Monthly royalty run over the publication ledger.  Every
      *> outward use of a licensed source's quotes in the chosen
      *> month - a record in a Q_EXPORT widget file, a Q_SUBSCR
      *> department feed, a quote on a Q_PRINT run or a Q_NEWS page,
      *> a Q_SERVER response, a day on a Q_CALPRT desk calendar, a
      *> slide on the Q_SIGNAGE lobby screen - is counted against
      *> its source title, priced with the title's royalty terms
      *> from the .ROYRATE file (per use, or a flat fee for each
      *> month the license is in force), and written up as one
      *> statement per SRC-PUBLISHER.  Each statement closes with
      *> a control total - uses and amount - for finance to match
      *> against the publisher's invoice, and the run closes with
      *> the grand control total.  Written to
      *> <quote file>.ROYSTMT-yyyymm as well as the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Location comes from WS-SRC-PATH (MM-SRC-PATH.cpy), which can
       *> be overridden with the MM_SRC_PATH environment variable:
       SELECT SOURCE-MASTER-FILE
            ASSIGN TO WS-SRC-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SRC-TITLE
            FILE STATUS IS WS-SRC-STATUS.

       *> Royalty terms, named after the source master:
       SELECT ROYALTY-RATE-FILE
            ASSIGN TO WS-ROY-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RY-TITLE
            FILE STATUS IS WS-ROY-STATUS.

       *> The publication ledger Q_PUBLOG appends to, named after
       *> the quote file:
       SELECT PUBLICATION-LOG-FILE
            ASSIGN TO WS-PUB-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PUB-STATUS.

       SELECT ROYALTY-STATEMENT-FILE
            ASSIGN TO WS-STMT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STMT-STATUS.

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
       COPY MM-SRC-RAW.
       COPY MM-ROY-RAW.
       COPY MM-PUB-RAW.

       FD  ROYALTY-STATEMENT-FILE.
       01  WS-STMT-LINE            PIC X(132).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY MM-SRC-PATH.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-ROY-PATH           PIC X(205) VALUE SPACES.
       01 WS-ROY-STATUS         PIC XX VALUE '00'.
       01 WS-ROY-AVAILABLE      PIC X VALUE 'N'.
       01 WS-PUB-PATH           PIC X(205) VALUE SPACES.
       01 WS-PUB-STATUS         PIC XX VALUE '00'.
       01 WS-STMT-PATH          PIC X(220) VALUE SPACES.
       01 WS-STMT-STATUS        PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-MONTH-COUNT        PIC 9(9) COMP VALUE ZERO.
       01 WS-UNLICENSED-COUNT   PIC 9(9) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.

      *> The royalty month - blank means last month, the normal
      *> run at the start of a new one:
       01 WS-MONTH              PIC X(6) VALUE SPACES.
       01 WS-MONTH-START        PIC X(8) VALUE SPACES.
       01 WS-MONTH-YEAR         PIC 9(4) VALUE ZERO.
       01 WS-MONTH-MM           PIC 9(2) VALUE ZERO.

      *> The outward channels a royalty is owed on, in the order the
      *> statement breaks each title's uses down:
       01 WS-CHANNEL-LIST.
           05 FILLER            PIC X(24) VALUE
               'Q_EXPORTQ_SUBSCRQ_PRINT '.
           05 FILLER            PIC X(32) VALUE
               'Q_NEWS  Q_SERVERQ_CALPRTSIGNAGE '.
       01 WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-LIST.
           05 WS-CHANNEL-NAME OCCURS 7 TIMES PIC X(8).
       01 WS-CH-I               PIC 9 COMP VALUE ZERO.
       01 WS-CH-HIT             PIC 9 COMP VALUE ZERO.

      *> One slot per licensed source on the master, loaded before
      *> the ledger is read.  Publisher and title lead the entry so
      *> the exchange sort can compare them as one string:
       01 WS-RY-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-RY-TABLE.
           05 WS-RY-ENTRY OCCURS 500 TIMES.
               10 WS-RY-PUBLISHER    PIC X(40).
               10 WS-RY-TITLE        PIC X(50).
               10 WS-RY-BASIS        PIC X.
               10 WS-RY-RATE         PIC 9(5)V99.
               10 WS-RY-IN-FORCE     PIC X.
               10 WS-RY-USES         PIC 9(7).
               10 WS-RY-CH-USES OCCURS 7 TIMES PIC 9(7).
               10 WS-RY-AMOUNT       PIC 9(9)V99.
       01 WS-RY-I               PIC 9(3) COMP VALUE ZERO.
       01 WS-RY-J               PIC 9(3) COMP VALUE ZERO.
       01 WS-RY-HIT             PIC 9(3) COMP VALUE ZERO.
       01 WS-RY-OMITTED         PIC 9(5) COMP VALUE ZERO.
       01 WS-RY-HOLD            PIC X(166) VALUE SPACES.

      *> Statement accumulators - per publisher, then for the run:
       01 WS-GROUP-PUBLISHER    PIC X(40) VALUE LOW-VALUES.
       01 WS-GROUP-TITLES       PIC 9(5) COMP VALUE ZERO.
       01 WS-GROUP-USES         PIC 9(9) VALUE ZERO.
       01 WS-GROUP-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       01 WS-RUN-STATEMENTS     PIC 9(5) COMP VALUE ZERO.
       01 WS-RUN-USES           PIC 9(9) VALUE ZERO.
       01 WS-RUN-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       01 WS-NO-TERMS-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-BASIS-TEXT         PIC X(10) VALUE SPACES.
       01 WS-USES-ED            PIC ZZZ,ZZZ,ZZ9.
       01 WS-RATE-ED            PIC ZZ,ZZ9.99.
       01 WS-AMOUNT-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-CH-ED              PIC Z(6)9.
       01 WS-STMT-PTR           PIC 9(3) COMP VALUE 1.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SRC-PATH FROM ENVIRONMENT "MM_SRC_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
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
        STRING FUNCTION TRIM(WS-SRC-PATH) ".ROYRATE"
            DELIMITED BY SIZE INTO WS-ROY-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PUBLOG"
            DELIMITED BY SIZE INTO WS-PUB-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_ROYALTY' TO WS-LAYCHK-PROGRAM.
        MOVE 'SRC' TO WS-LAYCHK-CODE.
        MOVE WS-SRC-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'ROY' TO WS-LAYCHK-CODE.
        MOVE WS-ROY-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'PUB' TO WS-LAYCHK-CODE.
        MOVE WS-PUB-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Monthly Royalty Statements"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "Royalty month (YYYYMM, blank = last month):".
        ACCEPT WS-MONTH FROM CONSOLE.
        IF WS-MONTH = SPACES
            MOVE FUNCTION CURRENT-DATE (1:4) TO WS-MONTH-YEAR
            MOVE FUNCTION CURRENT-DATE (5:2) TO WS-MONTH-MM
            IF WS-MONTH-MM = 1
                SUBTRACT 1 FROM WS-MONTH-YEAR
                MOVE 12 TO WS-MONTH-MM
            ELSE
                SUBTRACT 1 FROM WS-MONTH-MM
            END-IF
            STRING WS-MONTH-YEAR WS-MONTH-MM
                DELIMITED BY SIZE INTO WS-MONTH
        END-IF.
        IF WS-MONTH NOT NUMERIC
            OR WS-MONTH (5:2) < '01' OR WS-MONTH (5:2) > '12'
            DISPLAY "A valid YYYYMM month is required."
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        STRING WS-MONTH "01" DELIMITED BY SIZE INTO WS-MONTH-START.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".ROYSTMT-" WS-MONTH
            DELIMITED BY SIZE INTO WS-STMT-PATH.

        PERFORM 1000-LOAD-LICENSED-SOURCES.
        PERFORM 2000-COUNT-LEDGER-USES.
        PERFORM 3000-PRICE-THE-USES.
        PERFORM 3500-SORT-BY-PUBLISHER.
        PERFORM 4000-WRITE-THE-STATEMENTS.

        MOVE WS-RUN-AMOUNT TO WS-AMOUNT-ED.
        MOVE WS-RUN-USES TO WS-USES-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "royalty run " WS-MONTH ": "
            FUNCTION TRIM(WS-USES-ED) " use(s), amount "
            FUNCTION TRIM(WS-AMOUNT-ED)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'ROYALTY' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> Every licensed source on the master gets a slot, whether or
      *> not its quotes went anywhere - a per-month license is owed
      *> for the month regardless.  The license is in force for the
      *> month when it runs to at least the month's first day:
       1000-LOAD-LICENSED-SOURCES.
            OPEN INPUT SOURCE-MASTER-FILE.
            IF WS-SRC-STATUS NOT = '00'
                DISPLAY "No source master on file at " WS-SRC-PATH
                MOVE "royalty run aborted, no source master"
                    TO WS-AUDIT-MESSAGE
                MOVE 'ROYALTY' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                CLOSE AUDIT-LOG-FILE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.
            OPEN INPUT ROYALTY-RATE-FILE.
            IF WS-ROY-STATUS = '00'
                MOVE 'Y' TO WS-ROY-AVAILABLE
            ELSE
                MOVE 'N' TO WS-ROY-AVAILABLE
            END-IF.
            MOVE 'N' TO WS-EOF.
            MOVE LOW-VALUES TO SRC-TITLE.
            START SOURCE-MASTER-FILE KEY IS >= SRC-TITLE
                INVALID KEY
                    MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SOURCE-MASTER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SRC-LICENSED
                            PERFORM 1100-ADD-LICENSED-SOURCE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE SOURCE-MASTER-FILE.
            IF WS-ROY-AVAILABLE = 'Y'
                CLOSE ROYALTY-RATE-FILE
            END-IF.

       1100-ADD-LICENSED-SOURCE.
            IF WS-RY-USED >= 500
                ADD 1 TO WS-RY-OMITTED
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-RY-USED.
            MOVE WS-RY-USED TO WS-RY-I.
            INITIALIZE WS-RY-ENTRY (WS-RY-I).
            MOVE SRC-PUBLISHER TO WS-RY-PUBLISHER (WS-RY-I).
            IF SRC-PUBLISHER = SPACES
                MOVE "(publisher not on file)"
                    TO WS-RY-PUBLISHER (WS-RY-I)
            END-IF.
            MOVE SRC-TITLE TO WS-RY-TITLE (WS-RY-I).
            IF SRC-LICENSE-END NOT < WS-MONTH-START
                MOVE 'Y' TO WS-RY-IN-FORCE (WS-RY-I)
            ELSE
                MOVE 'N' TO WS-RY-IN-FORCE (WS-RY-I)
            END-IF.
            MOVE SPACE TO WS-RY-BASIS (WS-RY-I).
            IF WS-ROY-AVAILABLE = 'Y'
                MOVE SRC-TITLE TO RY-TITLE
                READ ROYALTY-RATE-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE RY-BASIS TO WS-RY-BASIS (WS-RY-I)
                        MOVE RY-RATE TO WS-RY-RATE (WS-RY-I)
                END-READ
            END-IF.

      *> One pass over the ledger.  Only the month's entries on a
      *> royalty-bearing channel count, and only against a licensed
      *> title - the source is taken as it was on the day the quote
      *> went out, not as the quote reads now:
       2000-COUNT-LEDGER-USES.
            OPEN INPUT PUBLICATION-LOG-FILE.
            IF WS-PUB-STATUS NOT = '00'
                DISPLAY "No publication ledger on file at "
                        WS-PUB-PATH " - no uses to count."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PUBLICATION-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        IF PL-TIMESTAMP (1:6) = WS-MONTH
                            PERFORM 2100-COUNT-ONE-USE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PUBLICATION-LOG-FILE.

       2100-COUNT-ONE-USE.
            MOVE ZERO TO WS-CH-HIT.
            PERFORM VARYING WS-CH-I FROM 1 BY 1
                UNTIL WS-CH-I > 7 OR WS-CH-HIT > ZERO
                IF PL-CHANNEL = WS-CHANNEL-NAME (WS-CH-I)
                    MOVE WS-CH-I TO WS-CH-HIT
                END-IF
            END-PERFORM.
            IF WS-CH-HIT = ZERO
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-MONTH-COUNT.
            MOVE ZERO TO WS-RY-HIT.
            PERFORM VARYING WS-RY-I FROM 1 BY 1
                UNTIL WS-RY-I > WS-RY-USED OR WS-RY-HIT > ZERO
                IF WS-RY-TITLE (WS-RY-I) = PL-SOURCE
                    MOVE WS-RY-I TO WS-RY-HIT
                END-IF
            END-PERFORM.
            IF WS-RY-HIT = ZERO
                ADD 1 TO WS-UNLICENSED-COUNT
            ELSE
                ADD 1 TO WS-RY-USES (WS-RY-HIT)
                ADD 1 TO WS-RY-CH-USES (WS-RY-HIT WS-CH-HIT)
            END-IF.

       3000-PRICE-THE-USES.
            PERFORM VARYING WS-RY-I FROM 1 BY 1
                UNTIL WS-RY-I > WS-RY-USED
                EVALUATE WS-RY-BASIS (WS-RY-I)
                    WHEN 'U'
                        COMPUTE WS-RY-AMOUNT (WS-RY-I) =
                            WS-RY-RATE (WS-RY-I) * WS-RY-USES (WS-RY-I)
                    WHEN 'M'
                        IF WS-RY-IN-FORCE (WS-RY-I) = 'Y'
                            MOVE WS-RY-RATE (WS-RY-I)
                                TO WS-RY-AMOUNT (WS-RY-I)
                        ELSE
                            MOVE ZERO TO WS-RY-AMOUNT (WS-RY-I)
                        END-IF
                    WHEN OTHER
                        MOVE ZERO TO WS-RY-AMOUNT (WS-RY-I)
                END-EVALUATE
            END-PERFORM.

      *> Exchange sort on publisher then title, so each publisher's
      *> titles land together on one statement:
       3500-SORT-BY-PUBLISHER.
            PERFORM VARYING WS-RY-I FROM 1 BY 1
                UNTIL WS-RY-I >= WS-RY-USED
                PERFORM VARYING WS-RY-J FROM 1 BY 1
                    UNTIL WS-RY-J >= WS-RY-USED
                    IF WS-RY-ENTRY (WS-RY-J) (1:90)
                        > WS-RY-ENTRY (WS-RY-J + 1) (1:90)
                        MOVE WS-RY-ENTRY (WS-RY-J)
                            TO WS-RY-HOLD
                        MOVE WS-RY-ENTRY (WS-RY-J + 1)
                            TO WS-RY-ENTRY (WS-RY-J)
                        MOVE WS-RY-HOLD
                            TO WS-RY-ENTRY (WS-RY-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

      *> A title appears on its publisher's statement when it was
      *> used in the month or carries a per-month fee for it; a
      *> publisher with no such title gets no statement at all:
       4000-WRITE-THE-STATEMENTS.
            OPEN OUTPUT ROYALTY-STATEMENT-FILE.
            IF WS-STMT-STATUS NOT = '00'
                DISPLAY "Unable to write " WS-STMT-PATH
                        ", status " WS-STMT-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE LOW-VALUES TO WS-GROUP-PUBLISHER.
            PERFORM VARYING WS-RY-I FROM 1 BY 1
                UNTIL WS-RY-I > WS-RY-USED
                IF WS-RY-USES (WS-RY-I) > ZERO
                    OR WS-RY-AMOUNT (WS-RY-I) > ZERO
                    IF WS-RY-PUBLISHER (WS-RY-I)
                        NOT = WS-GROUP-PUBLISHER
                        PERFORM 4500-CLOSE-STATEMENT
                        MOVE WS-RY-PUBLISHER (WS-RY-I)
                            TO WS-GROUP-PUBLISHER
                        PERFORM 4100-OPEN-STATEMENT
                    END-IF
                    PERFORM 4200-WRITE-TITLE-LINES
                END-IF
            END-PERFORM.
            PERFORM 4500-CLOSE-STATEMENT.
            PERFORM 4800-WRITE-RUN-TOTALS.
            CLOSE ROYALTY-STATEMENT-FILE.
            MOVE 'ROYALTY' TO WS-RPTREG-NAME.
            MOVE 'Q_ROYALTY' TO WS-RPTREG-PROGRAM.
            MOVE WS-STMT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.
            DISPLAY "Statements written to " WS-STMT-PATH.

       4100-OPEN-STATEMENT.
            ADD 1 TO WS-RUN-STATEMENTS.
            MOVE ZERO TO WS-GROUP-TITLES.
            MOVE ZERO TO WS-GROUP-USES.
            MOVE ZERO TO WS-GROUP-AMOUNT.
            MOVE ALL '=' TO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            MOVE SPACES TO WS-STMT-LINE.
            STRING "Royalty statement - "
                FUNCTION TRIM(WS-GROUP-PUBLISHER)
                "   period " WS-MONTH (1:4) "-" WS-MONTH (5:2)
                DELIMITED BY SIZE INTO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            MOVE ALL '=' TO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            MOVE SPACES TO WS-STMT-LINE.
            STRING "Source title"
                "                                       "
                "Basis          Uses      Rate"
                "            Amount"
                DELIMITED BY SIZE INTO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            MOVE SPACES TO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.

       4200-WRITE-TITLE-LINES.
            ADD 1 TO WS-GROUP-TITLES.
            ADD WS-RY-USES (WS-RY-I) TO WS-GROUP-USES.
            ADD WS-RY-AMOUNT (WS-RY-I) TO WS-GROUP-AMOUNT.
            EVALUATE WS-RY-BASIS (WS-RY-I)
                WHEN 'U'
                    MOVE "per use" TO WS-BASIS-TEXT
                WHEN 'M'
                    MOVE "per month" TO WS-BASIS-TEXT
                WHEN OTHER
                    MOVE "NO TERMS" TO WS-BASIS-TEXT
                    ADD 1 TO WS-NO-TERMS-COUNT
            END-EVALUATE.
            MOVE WS-RY-USES (WS-RY-I) TO WS-USES-ED.
            MOVE WS-RY-RATE (WS-RY-I) TO WS-RATE-ED.
            MOVE WS-RY-AMOUNT (WS-RY-I) TO WS-AMOUNT-ED.
            MOVE SPACES TO WS-STMT-LINE.
            STRING WS-RY-TITLE (WS-RY-I) " " WS-BASIS-TEXT " "
                WS-USES-ED " " WS-RATE-ED " " WS-AMOUNT-ED
                DELIMITED BY SIZE INTO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
      *> The channel breakdown under each title - the figures a
      *> publisher's audit letter asks for:
            IF WS-RY-USES (WS-RY-I) > ZERO
                MOVE SPACES TO WS-STMT-LINE
                MOVE 5 TO WS-STMT-PTR
                PERFORM VARYING WS-CH-I FROM 1 BY 1
                    UNTIL WS-CH-I > 7
                    MOVE WS-RY-CH-USES (WS-RY-I WS-CH-I) TO WS-CH-ED
                    STRING FUNCTION TRIM(WS-CHANNEL-NAME (WS-CH-I))
                        " " FUNCTION TRIM(WS-CH-ED) "   "
                        DELIMITED BY SIZE
                        INTO WS-STMT-LINE WITH POINTER WS-STMT-PTR
                END-PERFORM
                PERFORM 4900-EMIT-LINE
            END-IF.
            IF WS-RY-BASIS (WS-RY-I) = 'M'
                AND WS-RY-IN-FORCE (WS-RY-I) NOT = 'Y'
                MOVE SPACES TO WS-STMT-LINE
                STRING "    (license lapsed before the month - no "
                    "period fee)"
                    DELIMITED BY SIZE INTO WS-STMT-LINE
                PERFORM 4900-EMIT-LINE
            END-IF.

      *> The publisher's control total, the pair of figures finance
      *> matches against the invoice:
       4500-CLOSE-STATEMENT.
            IF WS-GROUP-PUBLISHER = LOW-VALUES
                EXIT PARAGRAPH
            END-IF.
            ADD WS-GROUP-USES TO WS-RUN-USES.
            ADD WS-GROUP-AMOUNT TO WS-RUN-AMOUNT.
            MOVE SPACES TO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            MOVE WS-GROUP-TITLES TO WS-NUM-ED.
            MOVE WS-GROUP-USES TO WS-USES-ED.
            MOVE WS-GROUP-AMOUNT TO WS-AMOUNT-ED.
            MOVE SPACES TO WS-STMT-LINE.
            STRING "CONTROL TOTAL  "
                FUNCTION TRIM(WS-NUM-ED) " title(s)   "
                FUNCTION TRIM(WS-USES-ED) " use(s)   amount due "
                FUNCTION TRIM(WS-AMOUNT-ED)
                DELIMITED BY SIZE INTO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            MOVE SPACES TO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.

       4800-WRITE-RUN-TOTALS.
            MOVE ALL '-' TO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            IF WS-RUN-STATEMENTS = ZERO
                MOVE SPACES TO WS-STMT-LINE
                STRING "No royalty owed for " WS-MONTH
                    " - no licensed use and no period fee."
                    DELIMITED BY SIZE INTO WS-STMT-LINE
                PERFORM 4900-EMIT-LINE
            END-IF.
            MOVE WS-RUN-STATEMENTS TO WS-NUM-ED.
            MOVE WS-RUN-USES TO WS-USES-ED.
            MOVE WS-RUN-AMOUNT TO WS-AMOUNT-ED.
            MOVE SPACES TO WS-STMT-LINE.
            STRING "RUN CONTROL TOTAL " WS-MONTH "  "
                FUNCTION TRIM(WS-NUM-ED) " statement(s)   "
                FUNCTION TRIM(WS-USES-ED) " use(s)   amount "
                FUNCTION TRIM(WS-AMOUNT-ED)
                DELIMITED BY SIZE INTO WS-STMT-LINE.
            PERFORM 4900-EMIT-LINE.
            MOVE WS-MONTH-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-STMT-LINE.
            MOVE 1 TO WS-STMT-PTR.
            STRING FUNCTION TRIM(WS-NUM-ED)
                " outward use(s) in the ledger for the month, "
                DELIMITED BY SIZE
                INTO WS-STMT-LINE WITH POINTER WS-STMT-PTR.
            MOVE WS-UNLICENSED-COUNT TO WS-NUM-ED.
            STRING FUNCTION TRIM(WS-NUM-ED)
                " of them on sources not licensed"
                DELIMITED BY SIZE
                INTO WS-STMT-LINE WITH POINTER WS-STMT-PTR.
            PERFORM 4900-EMIT-LINE.
            IF WS-NO-TERMS-COUNT > ZERO
                MOVE WS-NO-TERMS-COUNT TO WS-NUM-ED
                MOVE SPACES TO WS-STMT-LINE
                STRING FUNCTION TRIM(WS-NUM-ED)
                    " licensed title(s) used with NO TERMS on file"
                    " - priced at zero, set them in Q_SRCMNT"
                    DELIMITED BY SIZE INTO WS-STMT-LINE
                PERFORM 4900-EMIT-LINE
            END-IF.
            IF WS-RY-OMITTED > ZERO
                MOVE WS-RY-OMITTED TO WS-NUM-ED
                MOVE SPACES TO WS-STMT-LINE
                STRING FUNCTION TRIM(WS-NUM-ED)
                    " licensed source(s) not weighed - more than 500"
                    DELIMITED BY SIZE INTO WS-STMT-LINE
                PERFORM 4900-EMIT-LINE
            END-IF.

       4900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-STMT-LINE TRAILING).
            WRITE WS-STMT-LINE.

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
            MOVE 'Q_ROYALTY' TO AUDIT-PROGRAM.
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
