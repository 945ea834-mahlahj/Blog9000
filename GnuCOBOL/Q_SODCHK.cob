       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SODCHK.

      *> Q_SODCHK - one place that answers "may this operator do
      *> that, given who did the earlier step on the same item?".
      *> CALLed by Q_REVIEW before a release or a rejection, by
      *> Q_ARCHIVE before a restore or a purge, and by Q_USRMNT
      *> before any change to an operator, so the rules file
      *> (MM-SOD-PATH.cpy) only has to be parsed here.
      *>
      *>   LK-MODE         'C' check, 'L' list rule LK-RULE-NO
      *>   LK-RULE-NO      list mode only - which rule to return
      *>   LK-OPERATOR     who is about to act
      *>   LK-ACTION       the audit action code about to be done
      *>   LK-PRIOR-ACTION the earlier step on the item (SELF when
      *>                   the item is an operator's own entry)
      *>   LK-PRIOR-BY     who did that earlier step (for SELF, the
      *>                   operator the change is made to)
      *>   LK-RESULT       'Y' allowed, 'N' refused - LK-RULE-TEXT
      *>                   then names the rule; list mode answers
      *>                   'Y' with the rule in LK-PRIOR-ACTION /
      *>                   LK-ACTION / LK-RULE-TEXT, or 'E' past the
      *>                   last rule
      *>
      *> Rules pair two actions in either order, so a rule written
      *> QUEUE|APPROVE also stops an approver queueing a quote they
      *> released.  The file is read once per run and kept in a
      *> table; a caller with nothing on record for the earlier
      *> step (a blank LK-PRIOR-BY) is always allowed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SOD-RULES-FILE
            ASSIGN TO WS-SOD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULES-FILE.
       01  WS-SOD-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       COPY MM-SOD-PATH.
       01 WS-LOADED             PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-RULE-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
               10 WS-RT-FIRST        PIC X(8).
               10 WS-RT-SECOND       PIC X(8).
               10 WS-RT-TEXT         PIC X(60).
       01 WS-RULE-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-OPERATOR           PIC X(10) VALUE SPACES.
       01 WS-PRIOR-BY           PIC X(10) VALUE SPACES.
       01 WS-ACTION             PIC X(8) VALUE SPACES.
       01 WS-PRIOR-ACTION       PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
       01 LK-RULE-NO            PIC 9(3).
       01 LK-OPERATOR           PIC X(10).
       01 LK-ACTION             PIC X(8).
       01 LK-PRIOR-ACTION       PIC X(8).
       01 LK-PRIOR-BY           PIC X(10).
       01 LK-RESULT             PIC X.
       01 LK-RULE-TEXT          PIC X(60).

        PROCEDURE DIVISION USING LK-MODE LK-RULE-NO LK-OPERATOR
                                 LK-ACTION LK-PRIOR-ACTION
                                 LK-PRIOR-BY LK-RESULT LK-RULE-TEXT.
        IF WS-LOADED NOT = 'Y'
            PERFORM 1000-LOAD-RULES
            MOVE 'Y' TO WS-LOADED
        END-IF.

        IF LK-MODE = 'L'
            IF LK-RULE-NO > ZERO AND LK-RULE-NO <= WS-RULE-USED
                MOVE WS-RT-FIRST (LK-RULE-NO) TO LK-PRIOR-ACTION
                MOVE WS-RT-SECOND (LK-RULE-NO) TO LK-ACTION
                MOVE WS-RT-TEXT (LK-RULE-NO) TO LK-RULE-TEXT
                MOVE 'Y' TO LK-RESULT
            ELSE
                MOVE 'E' TO LK-RESULT
            END-IF
            GOBACK
        END-IF.

        MOVE 'Y' TO LK-RESULT.
        MOVE SPACES TO LK-RULE-TEXT.
        MOVE FUNCTION UPPER-CASE(LK-OPERATOR) TO WS-OPERATOR.
        MOVE FUNCTION UPPER-CASE(LK-PRIOR-BY) TO WS-PRIOR-BY.
        MOVE FUNCTION UPPER-CASE(LK-ACTION) TO WS-ACTION.
        MOVE FUNCTION UPPER-CASE(LK-PRIOR-ACTION) TO WS-PRIOR-ACTION.
        IF WS-PRIOR-BY = SPACES OR WS-PRIOR-BY NOT = WS-OPERATOR
            GOBACK
        END-IF.

        PERFORM VARYING WS-RULE-I FROM 1 BY 1
            UNTIL WS-RULE-I > WS-RULE-USED OR LK-RESULT = 'N'
            IF (WS-RT-FIRST (WS-RULE-I) = WS-PRIOR-ACTION
                AND WS-RT-SECOND (WS-RULE-I) = WS-ACTION)
                OR (WS-RT-FIRST (WS-RULE-I) = WS-ACTION
                AND WS-RT-SECOND (WS-RULE-I) = WS-PRIOR-ACTION)
                MOVE 'N' TO LK-RESULT
                MOVE WS-RT-TEXT (WS-RULE-I) TO LK-RULE-TEXT
            END-IF
        END-PERFORM.

        GOBACK.

      *> No rules file on site means the house rules the auditors
      *> asked for, not no rules at all:
       1000-LOAD-RULES.
            ACCEPT WS-SOD-PATH FROM ENVIRONMENT "MM_SOD_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            MOVE ZERO TO WS-RULE-USED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SOD-RULES-FILE.
            IF WS-SOD-STATUS NOT = '00'
                PERFORM 1200-HOUSE-RULES
            ELSE
                PERFORM UNTIL WS-EOF = 'Y'
                    READ SOD-RULES-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END PERFORM 1100-LOAD-ONE-RULE
                    END-READ
                END-PERFORM
                CLOSE SOD-RULES-FILE
            END-IF.

       1100-LOAD-ONE-RULE.
            IF WS-SOD-RECORD = SPACES
                OR WS-SOD-RECORD (1:1) = '*'
                CONTINUE
            ELSE
                IF WS-RULE-USED < 50
                    ADD 1 TO WS-RULE-USED
                    MOVE SPACES TO WS-RULE-ENTRY (WS-RULE-USED)
                    UNSTRING WS-SOD-RECORD DELIMITED BY '|'
                        INTO WS-RT-FIRST (WS-RULE-USED)
                             WS-RT-SECOND (WS-RULE-USED)
                             WS-RT-TEXT (WS-RULE-USED)
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(
                        WS-RT-FIRST (WS-RULE-USED))
                        TO WS-RT-FIRST (WS-RULE-USED)
                    MOVE FUNCTION UPPER-CASE(
                        WS-RT-SECOND (WS-RULE-USED))
                        TO WS-RT-SECOND (WS-RULE-USED)
      *> A half-written rule pairs nothing - drop it rather than
      *> refuse every action against a blank:
                    IF WS-RT-FIRST (WS-RULE-USED) = SPACES
                        OR WS-RT-SECOND (WS-RULE-USED) = SPACES
                        SUBTRACT 1 FROM WS-RULE-USED
                    END-IF
                ELSE
                    DISPLAY "Segregation rules file holds more than "
                            "50 rules - extra line ignored."
                END-IF
            END-IF.

       1200-HOUSE-RULES.
            MOVE 3 TO WS-RULE-USED.
            MOVE 'QUEUE' TO WS-RT-FIRST (1).
            MOVE 'APPROVE' TO WS-RT-SECOND (1).
            MOVE "submitter may not release their own quote"
                TO WS-RT-TEXT (1).
            MOVE 'DELETE' TO WS-RT-FIRST (2).
            MOVE 'PURGE' TO WS-RT-SECOND (2).
            MOVE "deleter may not purge the archived copy"
                TO WS-RT-TEXT (2).
            MOVE 'SELF' TO WS-RT-FIRST (3).
            MOVE 'USRFNC' TO WS-RT-SECOND (3).
            MOVE "no operator may change their own letters"
                TO WS-RT-TEXT (3).
