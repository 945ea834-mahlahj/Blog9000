       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_HOLDCHK.

      *> Q_HOLDCHK - the one place that answers "is this under legal
      *> hold?".  CALLed by every path that destroys data on a
      *> schedule (Q_ARCHIVE's purge, Q_HOUSEKP's generation purges,
      *> Q_MAINT's backup pruning) so the register in MM-HOLD-PATH
      *> is read and matched exactly once in the suite.
      *>
      *>   LK-MODE 'Q': a quote.  Held when LK-ID is a held Q-ID,
      *>     LK-AUTHOR a held author (matched canonically through
      *>     Q_ALIAS) or LK-SOURCE a held source.  Blank/zero
      *>     fields are simply not tested.
      *>   LK-MODE 'T': a line of text out of a side file (an audit
      *>     line, a journal image, ...).  Held when it carries a
      *>     held Q-ID - including every quote an author or source
      *>     hold covers, on file or in the archive - or a held
      *>     author or source by name.
      *>   LK-MODE 'A': any hold at all.  LK-ID comes back as the
      *>     number of holds in force.
      *>   LK-RESULT comes back 'Y' held or 'N' not, with the
      *>     matter reference of the hold that caught it in
      *>     LK-MATTER.
      *>
      *> Matching is case-blind.  The register is loaded once per
      *> run unit; the quotes an author or source hold covers are
      *> gathered the first time a Q or T question needs them.  A
      *> site with no register holds nothing, exactly as before.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEGAL-HOLD-FILE
            ASSIGN TO WS-HOLD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLD-STATUS.

       *> Read through its own connector, as Q_SELECT does, so a
       *> caller's own position on the quote file is never touched:
       SELECT HOLD-QUOTE-FILE
            ASSIGN TO WS-SDF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HQ-ID
            ALTERNATE RECORD KEY IS HQ-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS HQ-DATE-ADDED WITH DUPLICATES
            FILE STATUS IS WS-HQ-STATUS.

       SELECT QUOTE-ARCHIVE-FILE
            ASSIGN TO WS-ARCHIVE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       01  WS-HOLD-RECORD       PIC X(200).

       COPY MM-SDF-RAW
           REPLACING MM-COBOL-SDF-FILE BY HOLD-QUOTE-FILE
                     Q-DATA-RAW        BY HQ-DATA-RAW
                     Q-ID              BY HQ-ID
                     Q-SOURCE          BY HQ-SOURCE
                     Q-AUTHOR          BY HQ-AUTHOR
                     Q-MIGHTY-MAXIM    BY HQ-MIGHTY-MAXIM
                     Q-DATE-ADDED      BY HQ-DATE-ADDED
                     Q-CATEGORY        BY HQ-CATEGORY
                     Q-ENTERED-BY      BY HQ-ENTERED-BY.

       COPY MM-ARC-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-HOLD-PATH.
       COPY MM-SDF-PATH.
       01 WS-HQ-STATUS          PIC XX VALUE '00'.
       01 WS-ARCHIVE-PATH       PIC X(205) VALUE SPACES.
       01 WS-ARCHIVE-STATUS     PIC XX VALUE '00'.
       01 WS-LOADED             PIC X VALUE 'N'.
       01 WS-RESOLVED           PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.

      *> The holds in force, values upper-cased (an author hold
      *> holds the canonical name):
       01 WS-HOLD-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-NAME-HOLDS         PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES.
               10 WS-HT-KIND         PIC X.
               10 WS-HT-VALUE        PIC X(50).
               10 WS-HT-MATTER       PIC X(20).
       01 WS-HOLD-I             PIC 9(3) COMP VALUE ZERO.

      *> Every Q-ID held, directly or through its author or source,
      *> with the hold that covers it:
       01 WS-HID-USED           PIC 9(5) COMP VALUE ZERO.
       01 WS-HID-TABLE.
           05 WS-HID-ENTRY OCCURS 5000 TIMES.
               10 WS-HID-ID          PIC X(9).
               10 WS-HID-HOLD        PIC 9(3) COMP.
       01 WS-HID-I              PIC 9(5) COMP VALUE ZERO.
       01 WS-HID-FULL-SAID      PIC X VALUE 'N'.

      *> One register line, parsed:
       01 WS-PARSE-NO           PIC X(6) VALUE SPACES.
       01 WS-PARSE-KIND         PIC X(2) VALUE SPACES.
       01 WS-PARSE-VALUE        PIC X(50) VALUE SPACES.
       01 WS-PARSE-MATTER       PIC X(20) VALUE SPACES.
       01 WS-PARSE-BY           PIC X(10) VALUE SPACES.
       01 WS-PARSE-PLACED       PIC X(15) VALUE SPACES.
       01 WS-PARSE-STATE        PIC X(2) VALUE SPACES.

      *> Matching scratch:
       01 WS-ID-TEXT            PIC 9(9) VALUE ZERO.
       01 WS-CAND-ID            PIC 9(9) VALUE ZERO.
       01 WS-CAND-AUTHOR        PIC X(50) VALUE SPACES.
       01 WS-CAND-SOURCE        PIC X(50) VALUE SPACES.
       01 WS-CAND-HOLD          PIC 9(3) COMP VALUE ZERO.
       01 WS-TEXT-UPPER         PIC X(1000) VALUE SPACES.
       01 WS-SOURCE-UPPER       PIC X(50) VALUE SPACES.
       01 WS-HIT-COUNT          PIC 9(4) COMP VALUE ZERO.

      *> Q_ALIAS scratch for canonical author matching:
       01 WS-ALIAS-MODE         PIC X VALUE 'C'.
       01 WS-ALIAS-INDEX        PIC 9(3) VALUE ZERO.
       01 WS-CANON-AUTHOR       PIC X(50) VALUE SPACES.
       01 WS-ALIAS-FOUND        PIC X VALUE 'N'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
       01 LK-ID                 PIC 9(9).
       01 LK-AUTHOR             PIC X(50).
       01 LK-SOURCE             PIC X(50).
       01 LK-TEXT               PIC X(1000).
       01 LK-RESULT             PIC X.
       01 LK-MATTER             PIC X(20).

        PROCEDURE DIVISION USING LK-MODE LK-ID LK-AUTHOR LK-SOURCE
                                 LK-TEXT LK-RESULT LK-MATTER.
        IF WS-LOADED NOT = 'Y'
            PERFORM 1000-LOAD-THE-REGISTER
            MOVE 'Y' TO WS-LOADED
        END-IF.

        MOVE 'N' TO LK-RESULT.
        MOVE SPACES TO LK-MATTER.

        IF LK-MODE = 'A'
            MOVE WS-HOLD-USED TO LK-ID
            IF WS-HOLD-USED > ZERO
                MOVE 'Y' TO LK-RESULT
                MOVE WS-HT-MATTER (1) TO LK-MATTER
            END-IF
            GOBACK
        END-IF.

        IF WS-HOLD-USED = ZERO
            GOBACK
        END-IF.

        IF WS-RESOLVED NOT = 'Y'
            IF WS-NAME-HOLDS > ZERO
                PERFORM 2000-RESOLVE-NAME-HOLDS
            END-IF
            MOVE 'Y' TO WS-RESOLVED
        END-IF.

        EVALUATE LK-MODE
            WHEN 'T'
                PERFORM 4000-CHECK-THE-TEXT
            WHEN OTHER
                PERFORM 3000-CHECK-THE-QUOTE
        END-EVALUATE.

        GOBACK.

       1000-LOAD-THE-REGISTER.
            MOVE ZERO TO WS-HOLD-USED WS-NAME-HOLDS WS-HID-USED.
            MOVE 'N' TO WS-EOF.
            ACCEPT WS-HOLD-PATH FROM ENVIRONMENT "MM_HOLD_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            OPEN INPUT LEGAL-HOLD-FILE.
            IF WS-HOLD-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ LEGAL-HOLD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-HOLD
                END-READ
            END-PERFORM.
            IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '10'
                CLOSE LEGAL-HOLD-FILE
            END-IF.

      *> Released holds stay on the register as history and are
      *> passed over here:
       1100-LOAD-ONE-HOLD.
            IF WS-HOLD-RECORD = SPACES
                OR WS-HOLD-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-PARSE-NO WS-PARSE-KIND WS-PARSE-VALUE
                           WS-PARSE-MATTER WS-PARSE-BY
                           WS-PARSE-PLACED WS-PARSE-STATE.
            UNSTRING WS-HOLD-RECORD DELIMITED BY '|'
                INTO WS-PARSE-NO WS-PARSE-KIND WS-PARSE-VALUE
                     WS-PARSE-MATTER WS-PARSE-BY WS-PARSE-PLACED
                     WS-PARSE-STATE
            END-UNSTRING.
            IF WS-PARSE-STATE (1:1) NOT = 'H'
                OR WS-PARSE-VALUE = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-HOLD-USED >= 200
                DISPLAY "Legal-hold register holds more than 200 "
                        "holds in force - extra line ignored."
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-HOLD-USED.
            MOVE WS-PARSE-KIND (1:1) TO WS-HT-KIND (WS-HOLD-USED).
            MOVE WS-PARSE-MATTER TO WS-HT-MATTER (WS-HOLD-USED).
            EVALUATE WS-PARSE-KIND (1:1)
                WHEN 'Q'
                    MOVE FUNCTION NUMVAL(WS-PARSE-VALUE)
                        TO WS-CAND-ID
                    MOVE WS-CAND-ID TO WS-HT-VALUE (WS-HOLD-USED)
                    MOVE WS-HOLD-USED TO WS-CAND-HOLD
                    PERFORM 2500-NOTE-HELD-ID
                WHEN 'A'
                    ADD 1 TO WS-NAME-HOLDS
                    MOVE 'C' TO WS-ALIAS-MODE
                    CALL "Q_ALIAS" USING WS-ALIAS-MODE
                        WS-ALIAS-INDEX WS-PARSE-VALUE
                        WS-CANON-AUTHOR WS-ALIAS-FOUND
                    END-CALL
                    MOVE FUNCTION UPPER-CASE(WS-CANON-AUTHOR)
                        TO WS-HT-VALUE (WS-HOLD-USED)
                WHEN OTHER
                    ADD 1 TO WS-NAME-HOLDS
                    MOVE 'S' TO WS-HT-KIND (WS-HOLD-USED)
                    MOVE FUNCTION UPPER-CASE(WS-PARSE-VALUE)
                        TO WS-HT-VALUE (WS-HOLD-USED)
            END-EVALUATE.

      *> An author or source hold covers every quote of theirs, on
      *> the live file and in the archive alike - their Q-IDs are
      *> gathered once, so an audit line or journal image naming
      *> only the Q-ID is caught as surely as the quote itself:
       2000-RESOLVE-NAME-HOLDS.
            ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE SPACES TO WS-ARCHIVE-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".ARCHIVE"
                DELIMITED BY SIZE INTO WS-ARCHIVE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_HOLDCHK' TO WS-LAYCHK-PROGRAM.
            MOVE 'ARC' TO WS-LAYCHK-CODE.
            MOVE WS-ARCHIVE-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT HOLD-QUOTE-FILE.
            IF WS-HQ-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ HOLD-QUOTE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE HQ-ID TO WS-CAND-ID
                        MOVE HQ-AUTHOR TO WS-CAND-AUTHOR
                        MOVE HQ-SOURCE TO WS-CAND-SOURCE
                        PERFORM 2100-TEST-BY-NAME
                END-READ
            END-PERFORM.
            IF WS-HQ-STATUS = '00' OR WS-HQ-STATUS = '10'
                CLOSE HOLD-QUOTE-FILE
            END-IF.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT QUOTE-ARCHIVE-FILE.
            IF WS-ARCHIVE-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ QUOTE-ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        MOVE AR-ID TO WS-CAND-ID
                        MOVE AR-AUTHOR TO WS-CAND-AUTHOR
                        MOVE AR-SOURCE TO WS-CAND-SOURCE
                        PERFORM 2100-TEST-BY-NAME
                END-READ
            END-PERFORM.
            IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
                CLOSE QUOTE-ARCHIVE-FILE
            END-IF.

       2100-TEST-BY-NAME.
            PERFORM 3500-MATCH-BY-NAME.
            IF WS-CAND-HOLD > ZERO
                PERFORM 2500-NOTE-HELD-ID
            END-IF.

       2500-NOTE-HELD-ID.
            MOVE WS-CAND-ID TO WS-ID-TEXT.
            PERFORM VARYING WS-HID-I FROM 1 BY 1
                UNTIL WS-HID-I > WS-HID-USED
                IF WS-HID-ID (WS-HID-I) = WS-ID-TEXT
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-HID-USED >= 5000
                IF WS-HID-FULL-SAID NOT = 'Y'
                    DISPLAY "Legal holds cover more than 5000 quotes "
                            "- the rest are matched by name only."
                    MOVE 'Y' TO WS-HID-FULL-SAID
                END-IF
            ELSE
                ADD 1 TO WS-HID-USED
                MOVE WS-ID-TEXT TO WS-HID-ID (WS-HID-USED)
                MOVE WS-CAND-HOLD TO WS-HID-HOLD (WS-HID-USED)
            END-IF.

       3000-CHECK-THE-QUOTE.
            IF LK-ID NOT = ZERO
                MOVE LK-ID TO WS-ID-TEXT
                PERFORM VARYING WS-HID-I FROM 1 BY 1
                    UNTIL WS-HID-I > WS-HID-USED
                    IF WS-HID-ID (WS-HID-I) = WS-ID-TEXT
                        MOVE WS-HID-HOLD (WS-HID-I) TO WS-HOLD-I
                        PERFORM 9000-SAY-HELD
                        EXIT PARAGRAPH
                    END-IF
                END-PERFORM
            END-IF.
            MOVE LK-AUTHOR TO WS-CAND-AUTHOR.
            MOVE LK-SOURCE TO WS-CAND-SOURCE.
            PERFORM 3500-MATCH-BY-NAME.
            IF WS-CAND-HOLD > ZERO
                MOVE WS-CAND-HOLD TO WS-HOLD-I
                PERFORM 9000-SAY-HELD
            END-IF.

      *> WS-CAND-HOLD comes back as the first author or source hold
      *> the candidate's names fall under, or zero:
       3500-MATCH-BY-NAME.
            MOVE ZERO TO WS-CAND-HOLD.
            IF WS-NAME-HOLDS = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-CANON-AUTHOR.
            IF WS-CAND-AUTHOR NOT = SPACES
                MOVE 'C' TO WS-ALIAS-MODE
                CALL "Q_ALIAS" USING WS-ALIAS-MODE WS-ALIAS-INDEX
                    WS-CAND-AUTHOR WS-CANON-AUTHOR WS-ALIAS-FOUND
                END-CALL
                MOVE FUNCTION UPPER-CASE(WS-CANON-AUTHOR)
                    TO WS-CANON-AUTHOR
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-CAND-SOURCE)
                TO WS-SOURCE-UPPER.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                UNTIL WS-HOLD-I > WS-HOLD-USED
                OR WS-CAND-HOLD > ZERO
                EVALUATE TRUE
                    WHEN WS-HT-KIND (WS-HOLD-I) = 'A'
                        AND WS-CANON-AUTHOR NOT = SPACES
                        AND WS-HT-VALUE (WS-HOLD-I) = WS-CANON-AUTHOR
                        MOVE WS-HOLD-I TO WS-CAND-HOLD
                    WHEN WS-HT-KIND (WS-HOLD-I) = 'S'
                        AND WS-SOURCE-UPPER NOT = SPACES
                        AND WS-HT-VALUE (WS-HOLD-I) = WS-SOURCE-UPPER
                        MOVE WS-HOLD-I TO WS-CAND-HOLD
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-PERFORM.

      *> A side-file line is held when any held Q-ID appears in it
      *> as the nine digits every file in the suite writes, or a
      *> held author or source appears in it by name.  A line held
      *> by mistake costs a little disk; a line purged by mistake
      *> cannot be given back:
       4000-CHECK-THE-TEXT.
            PERFORM VARYING WS-HID-I FROM 1 BY 1
                UNTIL WS-HID-I > WS-HID-USED
                MOVE ZERO TO WS-HIT-COUNT
                INSPECT LK-TEXT TALLYING WS-HIT-COUNT
                    FOR ALL WS-HID-ID (WS-HID-I)
                IF WS-HIT-COUNT > ZERO
                    MOVE WS-HID-HOLD (WS-HID-I) TO WS-HOLD-I
                    PERFORM 9000-SAY-HELD
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            IF WS-NAME-HOLDS = ZERO
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION UPPER-CASE(LK-TEXT) TO WS-TEXT-UPPER.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                UNTIL WS-HOLD-I > WS-HOLD-USED
                IF WS-HT-KIND (WS-HOLD-I) NOT = 'Q'
                    MOVE ZERO TO WS-HIT-COUNT
                    INSPECT WS-TEXT-UPPER TALLYING WS-HIT-COUNT
                        FOR ALL FUNCTION TRIM(WS-HT-VALUE (WS-HOLD-I))
                    IF WS-HIT-COUNT > ZERO
                        PERFORM 9000-SAY-HELD
                        EXIT PARAGRAPH
                    END-IF
                END-IF
            END-PERFORM.

       9000-SAY-HELD.
            MOVE 'Y' TO LK-RESULT.
            MOVE WS-HT-MATTER (WS-HOLD-I) TO LK-MATTER.

       COPY MM-LAYCHK-PROC.
