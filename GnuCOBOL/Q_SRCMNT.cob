      *> Q_CATMNT: canonical source titles with publisher, rights
      *> status and license end date, plus the rights-expiry report
      *> that lets the librarian renew a license before it lapses
      *> instead of pulling quotes off the widget after.  The
      *> public-domain report walks the quote file and flags any
      *> source whose authors all died more than 70 years ago (by
      *> the author master), so the librarian stops looking each
      *> one up by hand.  Licensed sources carry their royalty
      *> terms - a rate per use or per month - in the .ROYRATE file
      *> beside the master, for the Q_ROYALTY statement run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            RECORD KEY IS SRC-TITLE
            FILE STATUS IS WS-SRC-STATUS.

       *> The quote file, read only, for the public-domain report -
       *> each quote ties a source title to an author.  Location
       *> comes from WS-SDF-PATH (MM-SDF-PATH.cpy), overridden with
       *> the MM_SDF_PATH environment variable:
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-SDF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            FILE STATUS IS FILE-STATUS-CODE.

       COPY MM-INUSE-SEL.

       *> Royalty terms of the licensed sources, keyed by the same
       *> canonical title and named after the source master:
       SELECT ROYALTY-RATE-FILE
            ASSIGN TO WS-ROY-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RY-TITLE
            FILE STATUS IS WS-ROY-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       DATA DIVISION.
       FILE SECTION.
       COPY MM-SRC-RAW.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-ROY-RAW.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SRC-PATH.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-HORIZON            PIC X(8) VALUE SPACES.
       01 WS-DUE-COUNT          PIC 9(5) COMP VALUE ZERO.

      *> Public-domain report - one entry per source title that is
      *> on the master and not already public domain, with the
      *> latest death year among its quotes' authors and a count of
      *> quotes whose author has no death year on file (one such
      *> quote and the source cannot be called):
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_SRCMNT'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       01 WS-PD-USED            PIC 9(3) COMP VALUE ZERO.
       01 WS-PD-TABLE.
           05 WS-PD-ENTRY OCCURS 500 TIMES.
               10 WS-PD-TITLE        PIC X(50).
               10 WS-PD-QUOTES       PIC 9(5) COMP.
               10 WS-PD-UNKNOWN      PIC 9(5) COMP.
               10 WS-PD-LATEST       PIC 9(4).
       01 WS-PD-I               PIC 9(3) COMP VALUE ZERO.
       01 WS-PD-HIT             PIC 9(3) COMP VALUE ZERO.
       01 WS-PD-OMITTED         PIC 9(5) COMP VALUE ZERO.
       01 WS-PD-FLAGGED         PIC 9(5) COMP VALUE ZERO.
       01 WS-PD-THIS-YEAR       PIC 9(4) VALUE ZERO.
       01 WS-PD-DIED-NUM        PIC 9(4) VALUE ZERO.
       01 WS-PD-ANSWER          PIC X VALUE SPACE.
       01 WS-PD-COUNT-ED        PIC ZZZZ9.
       01 WS-WHO-LINE           PIC X(80) VALUE SPACES.
       01 WS-WHO-BIO-1          PIC X(70) VALUE SPACES.
       01 WS-WHO-BIO-2          PIC X(70) VALUE SPACES.
       01 WS-WHO-DIED           PIC X(4) VALUE SPACES.
       01 WS-WHO-FOUND          PIC X VALUE 'N'.

      *> Royalty terms - the rate is keyed in as ordinary money
      *> (12.50) and checked with TEST-NUMVAL before it is taken:
       01 WS-ROY-PATH           PIC X(205) VALUE SPACES.
       01 WS-ROY-STATUS         PIC XX VALUE '00'.
       01 WS-ROY-ON-FILE        PIC X VALUE 'N'.
       01 WS-ROY-BASIS-A        PIC X VALUE SPACE.
       01 WS-ROY-RATE-A         PIC X(12) VALUE SPACES.
       01 WS-ROY-RATE-S         PIC S9(7)V99 VALUE ZERO.
       01 WS-ROY-RATE-ED        PIC ZZ,ZZ9.99.

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
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_SRCMNT' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SRC-PATH) ".ROYRATE"
            DELIMITED BY SIZE INTO WS-ROY-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_SRCMNT' TO WS-LAYCHK-PROGRAM.
        MOVE 'SRC' TO WS-LAYCHK-CODE.
        MOVE WS-SRC-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'ROY' TO WS-LAYCHK-CODE.
        MOVE WS-ROY-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Source Master Maintenance"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

            DISPLAY "  [A] Add a source"
            DISPLAY "  [R] Change a source's rights"
            DISPLAY "  [X] Rights-expiry report"
            DISPLAY "  [D] Probable public-domain report"
            DISPLAY "  [T] Royalty terms of a licensed source"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/A/R/X/D/T/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                    PERFORM 3000-CHANGE-RIGHTS
                WHEN 'X'
                    PERFORM 4000-EXPIRY-REPORT
                WHEN 'D'
                    PERFORM 5000-PUBLIC-DOMAIN-REPORT
                WHEN 'T'
                    PERFORM 6000-ROYALTY-TERMS
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                DISPLAY "  (no license lapses in that window)"
            END-IF.

      *> One pass over the quote file gathers, per source title on
      *> the master, the latest death year among its authors; a
      *> source whose every author died more than 70 years before
      *> this year is probably out of copyright.  "Probably" - the
      *> librarian confirms each one before its rights change:
       5000-PUBLIC-DOMAIN-REPORT.
            MOVE WS-TODAY (1:4) TO WS-PD-THIS-YEAR.
            MOVE ZERO TO WS-PD-USED.
            MOVE ZERO TO WS-PD-OMITTED.
            MOVE ZERO TO WS-PD-FLAGGED.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                EXIT PARAGRAPH
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 5100-NOTE-ONE-QUOTE
                END-READ
            END-PERFORM.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.
            DISPLAY "Sources probably in the public domain (every "
                    "author died more than 70 years ago):".
            PERFORM VARYING WS-PD-I FROM 1 BY 1
                UNTIL WS-PD-I > WS-PD-USED
                PERFORM 5300-JUDGE-ONE-SOURCE
            END-PERFORM.
            IF WS-PD-FLAGGED = ZERO
                DISPLAY "  (no source qualifies)"
            END-IF.
            IF WS-PD-OMITTED > ZERO
                MOVE WS-PD-OMITTED TO WS-PD-COUNT-ED
                DISPLAY "  (" FUNCTION TRIM(WS-PD-COUNT-ED)
                        " quote(s) not weighed - more than 500 "
                        "sources)"
            END-IF.

       5100-NOTE-ONE-QUOTE.
            IF Q-SOURCE = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE Q-SOURCE TO SRC-TITLE.
            READ SOURCE-MASTER-FILE
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF SRC-PUBLIC-DOMAIN
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-PD-HIT.
            PERFORM VARYING WS-PD-I FROM 1 BY 1
                UNTIL WS-PD-I > WS-PD-USED OR WS-PD-HIT > ZERO
                IF WS-PD-TITLE (WS-PD-I) = Q-SOURCE
                    MOVE WS-PD-I TO WS-PD-HIT
                END-IF
            END-PERFORM.
            IF WS-PD-HIT = ZERO
                IF WS-PD-USED >= 500
                    ADD 1 TO WS-PD-OMITTED
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-PD-USED
                MOVE WS-PD-USED TO WS-PD-HIT
                MOVE Q-SOURCE TO WS-PD-TITLE (WS-PD-HIT)
                MOVE ZERO TO WS-PD-QUOTES (WS-PD-HIT)
                MOVE ZERO TO WS-PD-UNKNOWN (WS-PD-HIT)
                MOVE ZERO TO WS-PD-LATEST (WS-PD-HIT)
            END-IF.
            ADD 1 TO WS-PD-QUOTES (WS-PD-HIT).
            CALL "Q_AUTHGET" USING Q-AUTHOR WS-WHO-LINE WS-WHO-BIO-1
                WS-WHO-BIO-2 WS-WHO-DIED WS-WHO-FOUND
            END-CALL.
            IF WS-WHO-FOUND NOT = 'Y' OR WS-WHO-DIED NOT NUMERIC
                ADD 1 TO WS-PD-UNKNOWN (WS-PD-HIT)
            ELSE
                MOVE WS-WHO-DIED TO WS-PD-DIED-NUM
                IF WS-PD-DIED-NUM > WS-PD-LATEST (WS-PD-HIT)
                    MOVE WS-PD-DIED-NUM TO WS-PD-LATEST (WS-PD-HIT)
                END-IF
            END-IF.

       5300-JUDGE-ONE-SOURCE.
            IF WS-PD-UNKNOWN (WS-PD-I) > ZERO
                EXIT PARAGRAPH
            END-IF.
            IF WS-PD-LATEST (WS-PD-I) + 70 >= WS-PD-THIS-YEAR
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-PD-FLAGGED.
            MOVE WS-PD-QUOTES (WS-PD-I) TO WS-PD-COUNT-ED.
            DISPLAY "  " WS-PD-TITLE (WS-PD-I).
            DISPLAY "      last author died " WS-PD-LATEST (WS-PD-I)
                    ", " FUNCTION TRIM(WS-PD-COUNT-ED)
                    " quote(s) - PROBABLY PUBLIC DOMAIN".
            DISPLAY "      Mark this source public domain? [Y/N]".
            MOVE SPACE TO WS-PD-ANSWER.
            ACCEPT WS-PD-ANSWER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-PD-ANSWER) TO WS-PD-ANSWER.
            IF WS-PD-ANSWER = 'Y'
                MOVE WS-PD-TITLE (WS-PD-I) TO SRC-TITLE
                READ SOURCE-MASTER-FILE
                    INVALID KEY
                        DISPLAY "      That source has gone from "
                                "the master."
                    NOT INVALID KEY
                        MOVE 'P' TO SRC-RIGHTS
                        MOVE SPACES TO SRC-LICENSE-END
                        REWRITE SRC-DATA-RAW
                            INVALID KEY
                                DISPLAY "      Unable to rewrite "
                                        "that source."
                            NOT INVALID KEY
                                DISPLAY "      Rights now public "
                                        "domain."
                                MOVE SPACES TO WS-AUDIT-MESSAGE
                                STRING "public domain by author "
                                    "death " WS-PD-LATEST (WS-PD-I)
                                    " for "
                                    FUNCTION TRIM(SRC-TITLE)
                                    DELIMITED BY SIZE
                                    INTO WS-AUDIT-MESSAGE
                                MOVE 'SRCPD' TO WS-AUDIT-ACTION
                                PERFORM WRITE-AUDIT-ENTRY
                        END-REWRITE
                END-READ
            END-IF.

      *> Royalty terms for one licensed source: the basis (per use
      *> or per month) and the rate.  Only a licensed source owes
      *> anything - public-domain and internal-only titles are
      *> turned away here rather than priced at zero:
       6000-ROYALTY-TERMS.
            DISPLAY "Licensed source title:".
            ACCEPT WS-LOOKUP-TITLE FROM CONSOLE.
            MOVE WS-LOOKUP-TITLE TO SRC-TITLE.
            READ SOURCE-MASTER-FILE
                INVALID KEY
                    DISPLAY "No source on file with that title."
                    EXIT PARAGRAPH
            END-READ.
            IF NOT SRC-LICENSED
                DISPLAY "Only a licensed source carries royalty "
                        "terms."
                EXIT PARAGRAPH
            END-IF.
            OPEN I-O ROYALTY-RATE-FILE.
            IF WS-ROY-STATUS NOT = '00'
                OPEN OUTPUT ROYALTY-RATE-FILE
                CLOSE ROYALTY-RATE-FILE
                OPEN I-O ROYALTY-RATE-FILE
            END-IF.
            IF WS-ROY-STATUS NOT = '00'
                DISPLAY "Unable to open the royalty terms, status "
                        WS-ROY-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE SRC-TITLE TO RY-TITLE.
            READ ROYALTY-RATE-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ROY-ON-FILE
                    DISPLAY "No royalty terms on file yet."
                NOT INVALID KEY
                    MOVE 'Y' TO WS-ROY-ON-FILE
                    MOVE RY-RATE TO WS-ROY-RATE-ED
                    IF RY-PER-MONTH
                        DISPLAY "Current terms: " WS-ROY-RATE-ED
                                " per month, set " RY-SET-DATE
                    ELSE
                        DISPLAY "Current terms: " WS-ROY-RATE-ED
                                " per use, set " RY-SET-DATE
                    END-IF
            END-READ.
            PERFORM 6100-ASK-ROYALTY-TERMS.
            IF WS-ROY-BASIS-A = SPACE
                DISPLAY "Nothing changed."
            ELSE
                MOVE SRC-TITLE TO RY-TITLE
                MOVE WS-ROY-BASIS-A TO RY-BASIS
                MOVE WS-ROY-RATE-S TO RY-RATE
                MOVE WS-TODAY TO RY-SET-DATE
                IF WS-ROY-ON-FILE = 'Y'
                    REWRITE RY-DATA-RAW
                        INVALID KEY
                            MOVE '99' TO WS-ROY-STATUS
                    END-REWRITE
                ELSE
                    WRITE RY-DATA-RAW
                        INVALID KEY
                            MOVE '99' TO WS-ROY-STATUS
                    END-WRITE
                END-IF
                IF WS-ROY-STATUS NOT = '00'
                    DISPLAY "Unable to record the royalty terms, "
                            "status " WS-ROY-STATUS
                ELSE
                    DISPLAY "Royalty terms recorded."
                    MOVE RY-RATE TO WS-ROY-RATE-ED
                    MOVE SPACES TO WS-AUDIT-MESSAGE
                    STRING "royalty " FUNCTION TRIM(WS-ROY-RATE-ED)
                        " basis " RY-BASIS " for "
                        FUNCTION TRIM(SRC-TITLE)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'SRCROY' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
                END-IF
            END-IF.
            CLOSE ROYALTY-RATE-FILE.

       6100-ASK-ROYALTY-TERMS.
            MOVE SPACE TO WS-ROY-BASIS-A.
            DISPLAY "Basis? [U] per use / [M] per month "
                    "(blank = leave as is)".
            ACCEPT WS-ROY-BASIS-A FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ROY-BASIS-A)
                TO WS-ROY-BASIS-A.
            IF WS-ROY-BASIS-A NOT = 'U' AND WS-ROY-BASIS-A NOT = 'M'
                MOVE SPACE TO WS-ROY-BASIS-A
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Rate (e.g. 12.50):".
            MOVE SPACES TO WS-ROY-RATE-A.
            ACCEPT WS-ROY-RATE-A FROM CONSOLE.
            IF WS-ROY-RATE-A = SPACES
                OR FUNCTION TEST-NUMVAL(WS-ROY-RATE-A) NOT = ZERO
                DISPLAY "That is not a rate."
                MOVE SPACE TO WS-ROY-BASIS-A
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-ROY-RATE-S = FUNCTION NUMVAL(WS-ROY-RATE-A).
            IF WS-ROY-RATE-S < ZERO OR WS-ROY-RATE-S > 99999.99
                DISPLAY "The rate must be 0.00 to 99999.99."
                MOVE SPACE TO WS-ROY-BASIS-A
            END-IF.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-INUSE-PROC.
