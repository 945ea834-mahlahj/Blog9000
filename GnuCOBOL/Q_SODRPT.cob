       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_SODRPT.

      *> Segregation-of-duties report over the audit trail - the
      *> detective half of the control Q_SODCHK enforces.  Every
      *> rule in the rules file (MM-SOD-PATH.cpy) is applied to
      *> the whole trail, so a quote deleted last year and purged
      *> this month by the same operator is still caught, and the
      *> report lists -
      *>
      *>   VIOLATIONS  both actions of a rule done by one operator
      *>               on the same item, the second of them in the
      *>               month reported (including anything done
      *>               before the rules were enforced)
      *>   PREVENTED   the REFUSED entries Q_REVIEW, Q_ARCHIVE and
      *>               Q_USRMNT wrote in the month when a rule
      *>               stopped an operator
      *>
      *> The item an entry acted on is its quote ID, except -
      *>   Q_REVIEW   "queue entry nnnnnnnnn" in the detail (the
      *>              quote ID does not exist until release); the
      *>              "from <operator>" there stands for the QUEUE
      *>              step, however the entry was submitted
      *>   Q_USRMNT   "operator <id>" in the detail - the user-master
      *>              entry changed, which SELF rules compare with
      *>              the operator making the change (Q_OFFBRD's
      *>              suspension of a leaver reads the same way)
      *>
      *> Unattended, so it runs as a Q_SCHED monthly job, e.g.
      *>
      *>   SOD REPORT|./Q_SODRPT|MONTHLY|
      *>
      *>   MM_SOD_MONTH  month reported, YYYYMM (default last month)
      *>
      *> Written to <audit log>.SODRPT-yyyymm as well as the
      *> console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Shared audit trail, read here and then appended to.
       *> Location comes from WS-AUDIT-PATH (AUDIT-LOG-PATH.cpy),
       *> overridden with the AUDIT_LOG_PATH environment variable:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       SELECT SOD-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDIT-LOG.

       FD  SOD-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-REPORT-PATH        PIC X(220) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-VIOLATION-COUNT    PIC 9(7) COMP VALUE ZERO.
       01 WS-PREVENTED-COUNT    PIC 9(7) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.

      *> The month reported:
       01 WS-MONTH              PIC X(6) VALUE SPACES.
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-YEAR-NUM           PIC 9(4) VALUE ZERO.
       01 WS-MONTH-NUM          PIC 9(2) VALUE ZERO.

      *> The rules, fetched one at a time from Q_SODCHK:
       01 WS-SOD-MODE           PIC X VALUE 'L'.
       01 WS-SOD-RULE-NO        PIC 9(3) VALUE ZERO.
       01 WS-SOD-OPERATOR       PIC X(10) VALUE SPACES.
       01 WS-SOD-ACTION         PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-ACTION   PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-BY       PIC X(10) VALUE SPACES.
       01 WS-SOD-RESULT         PIC X VALUE 'Y'.
       01 WS-SOD-RULE-TEXT      PIC X(60) VALUE SPACES.
       01 WS-RULE-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
               10 WS-RT-FIRST        PIC X(8).
               10 WS-RT-SECOND       PIC X(8).
               10 WS-RT-TEXT         PIC X(60).
       01 WS-RULE-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-OTHER-ACTION       PIC X(8) VALUE SPACES.

      *> Every rule-relevant step seen so far - one slot per
      *> (operator, action, item), holding the first time it
      *> happened:
       01 WS-HIST-USED          PIC 9(5) COMP VALUE ZERO.
       01 WS-HIST-OMITTED       PIC 9(7) COMP VALUE ZERO.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 5000 TIMES.
               10 WS-HT-OPERATOR     PIC X(10).
               10 WS-HT-ACTION       PIC X(8).
               10 WS-HT-ITEM         PIC X(20).
               10 WS-HT-WHEN         PIC X(15).
       01 WS-HIST-I             PIC 9(5) COMP VALUE ZERO.
       01 WS-HIST-HIT           PIC 9(5) COMP VALUE ZERO.

      *> The entry in hand, reduced to who / what / which item:
       01 WS-STEP-OPERATOR      PIC X(10) VALUE SPACES.
       01 WS-STEP-ACTION        PIC X(8) VALUE SPACES.
       01 WS-STEP-WHEN          PIC X(15) VALUE SPACES.
       01 WS-ITEM               PIC X(20) VALUE SPACES.
       01 WS-SUBMITTER          PIC X(10) VALUE SPACES.
       01 WS-ITEM-SHOWN         PIC X(30) VALUE SPACES.
       01 WS-IN-RULES           PIC X VALUE 'N'.
       01 WS-IN-MONTH           PIC X VALUE 'N'.
       01 WS-SCAN-POS           PIC 9(3) COMP VALUE ZERO.
       01 WS-SCAN-TAIL          PIC X(143) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-MONTH FROM ENVIRONMENT "MM_SOD_MONTH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-AUDIT-OPERATOR = SPACES
            MOVE 'Q_SODRPT' TO WS-AUDIT-OPERATOR
        END-IF.

      *> Blank means last month - the normal scheduled run on the
      *> first of the month:
        IF WS-MONTH = SPACES
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
            MOVE WS-TODAY (1:4) TO WS-YEAR-NUM
            MOVE WS-TODAY (5:2) TO WS-MONTH-NUM
            IF WS-MONTH-NUM = 1
                MOVE 12 TO WS-MONTH-NUM
                SUBTRACT 1 FROM WS-YEAR-NUM
            ELSE
                SUBTRACT 1 FROM WS-MONTH-NUM
            END-IF
            STRING WS-YEAR-NUM WS-MONTH-NUM
                DELIMITED BY SIZE INTO WS-MONTH
        END-IF.
        IF WS-MONTH NOT NUMERIC
            OR WS-MONTH (5:2) < '01' OR WS-MONTH (5:2) > '12'
            DISPLAY "MM_SOD_MONTH must be YYYYMM."
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        STRING FUNCTION TRIM(WS-AUDIT-PATH) ".SODRPT-" WS-MONTH
            DELIMITED BY SIZE INTO WS-REPORT-PATH.

        DISPLAY "Mighty Maxims - Segregation of Duties Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        PERFORM 1000-LOAD-RULES.

        OPEN INPUT AUDIT-LOG-FILE.
        IF WS-AUDIT-STATUS NOT = '00'
            DISPLAY "No audit log on file at " WS-AUDIT-PATH
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        OPEN OUTPUT SOD-REPORT-FILE.
        IF WS-REPORT-STATUS NOT = '00'
            DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                    ", status " WS-REPORT-STATUS
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Segregation of duties - " WS-MONTH (1:4) "-"
            WS-MONTH (5:2)
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE ALL '=' TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        PERFORM 1500-WRITE-THE-RULES.
        MOVE SPACES TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE "VIOLATIONS" TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.

        PERFORM UNTIL WS-EOF = 'Y'
            READ AUDIT-LOG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 2000-EXAMINE-ONE-ENTRY
            END-READ
        END-PERFORM.
        CLOSE AUDIT-LOG-FILE.

        IF WS-VIOLATION-COUNT = ZERO
            MOVE "  None." TO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.

      *> The refusals need a second pass - they are listed after
      *> the violations, not mixed in with them:
        MOVE SPACES TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE "PREVENTED" TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE 'N' TO WS-EOF.
        OPEN INPUT AUDIT-LOG-FILE.
        IF WS-AUDIT-STATUS NOT = '00'
            DISPLAY "Unable to reopen the audit log at "
                    FUNCTION TRIM(WS-AUDIT-PATH) ", status "
                    WS-AUDIT-STATUS
            CLOSE SOD-REPORT-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ AUDIT-LOG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 3000-LIST-ONE-REFUSAL
            END-READ
        END-PERFORM.
        CLOSE AUDIT-LOG-FILE.
        IF WS-PREVENTED-COUNT = ZERO
            MOVE "  None." TO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.

        MOVE SPACES TO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-READ-COUNT TO WS-NUM-ED.
        STRING "Audit entries read:  " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-VIOLATION-COUNT TO WS-NUM-ED.
        STRING "Violations:          " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        MOVE WS-PREVENTED-COUNT TO WS-NUM-ED.
        STRING "Prevented:           " WS-NUM-ED
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 3900-EMIT-LINE.
        IF WS-HIST-OMITTED > ZERO
            MOVE WS-HIST-OMITTED TO WS-NUM-ED
            STRING "WARNING: " FUNCTION TRIM(WS-NUM-ED)
                " step(s) past the 5000 the report can hold were "
                "not compared"
                DELIMITED BY SIZE INTO WS-REPORT-LINE
            PERFORM 3900-EMIT-LINE
        END-IF.
        CLOSE SOD-REPORT-FILE.
        MOVE 'SOD' TO WS-RPTREG-NAME.
        MOVE 'Q_SODRPT' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        PERFORM OPEN-AUDIT-LOG.
        MOVE WS-VIOLATION-COUNT TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "segregation report " WS-MONTH ", "
            FUNCTION TRIM(WS-NUM-ED) " violation(s), to "
            FUNCTION TRIM(WS-REPORT-PATH)
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'SODRPT' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       1000-LOAD-RULES.
            MOVE ZERO TO WS-RULE-USED.
            MOVE 'Y' TO WS-SOD-RESULT.
            PERFORM VARYING WS-SOD-RULE-NO FROM 1 BY 1
                UNTIL WS-SOD-RESULT NOT = 'Y' OR WS-RULE-USED >= 50
                CALL "Q_SODCHK" USING WS-SOD-MODE WS-SOD-RULE-NO
                    WS-SOD-OPERATOR WS-SOD-ACTION WS-SOD-PRIOR-ACTION
                    WS-SOD-PRIOR-BY WS-SOD-RESULT WS-SOD-RULE-TEXT
                END-CALL
                IF WS-SOD-RESULT = 'Y'
                    ADD 1 TO WS-RULE-USED
                    MOVE WS-SOD-PRIOR-ACTION
                        TO WS-RT-FIRST (WS-RULE-USED)
                    MOVE WS-SOD-ACTION TO WS-RT-SECOND (WS-RULE-USED)
                    MOVE WS-SOD-RULE-TEXT TO WS-RT-TEXT (WS-RULE-USED)
                END-IF
            END-PERFORM.

       1500-WRITE-THE-RULES.
            MOVE "RULES IN FORCE" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            PERFORM VARYING WS-RULE-I FROM 1 BY 1
                UNTIL WS-RULE-I > WS-RULE-USED
                STRING "  " WS-RT-FIRST (WS-RULE-I) " / "
                    WS-RT-SECOND (WS-RULE-I) "  "
                    WS-RT-TEXT (WS-RULE-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-PERFORM.

      *> Structured entries only, the same test Q_AUDINQ applies.
      *> A refusal is not a step - the action never happened:
       2000-EXAMINE-ONE-ENTRY.
            IF AUDIT-TIMESTAMP (1:8) NOT NUMERIC
                OR AUDIT-TIMESTAMP (9:1) NOT = '-'
                OR AUDIT-ACTION = SPACES
                OR AUDIT-ACTION = 'REFUSED'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2100-FIND-THE-ITEM.
            IF WS-ITEM = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-IN-MONTH.
            IF AUDIT-TIMESTAMP (1:6) = WS-MONTH
                MOVE 'Y' TO WS-IN-MONTH
            END-IF.
      *> The submitter named on a review entry took the QUEUE step
      *> on that queue entry, whenever and however they did it -
      *> when is not on record, so it is left blank:
            IF WS-SUBMITTER NOT = SPACES
                MOVE WS-SUBMITTER TO WS-STEP-OPERATOR
                MOVE 'QUEUE' TO WS-STEP-ACTION
                MOVE SPACES TO WS-STEP-WHEN
                PERFORM 2200-SET-AGAINST-THE-RULES
            END-IF.
            MOVE AUDIT-OPERATOR TO WS-STEP-OPERATOR.
            MOVE AUDIT-ACTION TO WS-STEP-ACTION.
            MOVE AUDIT-TIMESTAMP TO WS-STEP-WHEN.
            PERFORM 2200-SET-AGAINST-THE-RULES.

       2100-FIND-THE-ITEM.
            MOVE SPACES TO WS-ITEM WS-SUBMITTER.
            EVALUATE AUDIT-PROGRAM
                WHEN 'Q_REVIEW'
                    MOVE ZERO TO WS-SCAN-POS
                    INSPECT AUDIT-DETAIL TALLYING WS-SCAN-POS
                        FOR CHARACTERS BEFORE INITIAL "queue entry "
                    IF WS-SCAN-POS < 122
                        STRING "P" AUDIT-DETAIL (WS-SCAN-POS + 13:9)
                            DELIMITED BY SIZE INTO WS-ITEM
                        MOVE AUDIT-DETAIL (WS-SCAN-POS + 23:)
                            TO WS-SCAN-TAIL
                        IF WS-SCAN-TAIL (1:5) = "from "
                            UNSTRING WS-SCAN-TAIL (6:) DELIMITED BY
                                SPACE OR ':' OR ','
                                INTO WS-SUBMITTER
                            END-UNSTRING
                        END-IF
                    END-IF
                WHEN 'Q_USRMNT'
                WHEN 'Q_OFFBRD'
                    MOVE ZERO TO WS-SCAN-POS
                    INSPECT AUDIT-DETAIL TALLYING WS-SCAN-POS
                        FOR CHARACTERS BEFORE INITIAL "operator "
                    IF WS-SCAN-POS < 133
                        MOVE AUDIT-DETAIL (WS-SCAN-POS + 10:)
                            TO WS-SCAN-TAIL
                        MOVE 'U' TO WS-ITEM
                        UNSTRING WS-SCAN-TAIL DELIMITED BY SPACE
                            INTO WS-ITEM (2:10)
                        END-UNSTRING
                        IF WS-ITEM (2:) = SPACES
                            MOVE SPACES TO WS-ITEM
                        END-IF
                    END-IF
            END-EVALUATE.
            IF WS-ITEM = SPACES AND AUDIT-QUOTE-ID > ZERO
                STRING "Q" AUDIT-QUOTE-ID
                    DELIMITED BY SIZE INTO WS-ITEM
            END-IF.

      *> The step in WS-STEP-* against every rule naming its action;
      *> the step completes a violation when the same operator did
      *> the rule's other action on the same item earlier:
       2200-SET-AGAINST-THE-RULES.
            MOVE 'N' TO WS-IN-RULES.
            PERFORM VARYING WS-RULE-I FROM 1 BY 1
                UNTIL WS-RULE-I > WS-RULE-USED
                MOVE SPACES TO WS-OTHER-ACTION
                IF WS-RT-SECOND (WS-RULE-I) = WS-STEP-ACTION
                    MOVE WS-RT-FIRST (WS-RULE-I) TO WS-OTHER-ACTION
                END-IF
                IF WS-RT-FIRST (WS-RULE-I) = WS-STEP-ACTION
                    MOVE WS-RT-SECOND (WS-RULE-I) TO WS-OTHER-ACTION
                END-IF
                IF WS-OTHER-ACTION NOT = SPACES
                    MOVE 'Y' TO WS-IN-RULES
                    IF WS-OTHER-ACTION = 'SELF'
                        IF WS-ITEM (1:1) = 'U'
                            AND WS-ITEM (2:10) = WS-STEP-OPERATOR
                            MOVE ZERO TO WS-HIST-HIT
                            PERFORM 2400-REPORT-VIOLATION
                        END-IF
                    ELSE
                        PERFORM 2300-FIND-THE-OTHER-STEP
                        IF WS-HIST-HIT > ZERO
                            PERFORM 2400-REPORT-VIOLATION
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-IN-RULES = 'Y'
                PERFORM 2500-REMEMBER-THE-STEP
            END-IF.

       2300-FIND-THE-OTHER-STEP.
            MOVE ZERO TO WS-HIST-HIT.
            PERFORM VARYING WS-HIST-I FROM 1 BY 1
                UNTIL WS-HIST-I > WS-HIST-USED OR WS-HIST-HIT > ZERO
                IF WS-HT-ITEM (WS-HIST-I) = WS-ITEM
                    AND WS-HT-OPERATOR (WS-HIST-I) = WS-STEP-OPERATOR
                    AND WS-HT-ACTION (WS-HIST-I) = WS-OTHER-ACTION
                    MOVE WS-HIST-I TO WS-HIST-HIT
                END-IF
            END-PERFORM.

       2400-REPORT-VIOLATION.
            IF WS-IN-MONTH NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-VIOLATION-COUNT.
            MOVE SPACES TO WS-ITEM-SHOWN.
            EVALUATE WS-ITEM (1:1)
                WHEN 'Q'
                    STRING "quote " WS-ITEM (2:9)
                        DELIMITED BY SIZE INTO WS-ITEM-SHOWN
                WHEN 'P'
                    STRING "queue entry " WS-ITEM (2:9)
                        DELIMITED BY SIZE INTO WS-ITEM-SHOWN
                WHEN 'U'
                    STRING "operator " WS-ITEM (2:10)
                        DELIMITED BY SIZE INTO WS-ITEM-SHOWN
            END-EVALUATE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " WS-STEP-WHEN "  " WS-STEP-OPERATOR "  "
                WS-ITEM-SHOWN "  "
                FUNCTION TRIM(WS-RT-TEXT (WS-RULE-I))
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            IF WS-HIST-HIT > ZERO
                AND WS-HT-WHEN (WS-HIST-HIT) = SPACES
                STRING "      " FUNCTION TRIM(WS-OTHER-ACTION)
                    " (as submitter) then "
                    FUNCTION TRIM(WS-STEP-ACTION) " "
                    WS-STEP-WHEN " by the same operator"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
            IF WS-HIST-HIT > ZERO
                STRING "      " FUNCTION TRIM(WS-OTHER-ACTION) " "
                    WS-HT-WHEN (WS-HIST-HIT) " then "
                    FUNCTION TRIM(WS-STEP-ACTION) " "
                    WS-STEP-WHEN " by the same operator"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "      " FUNCTION TRIM(WS-STEP-ACTION) " "
                    WS-STEP-WHEN " on their own user-master entry"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF
            END-IF.
            PERFORM 3900-EMIT-LINE.

       2500-REMEMBER-THE-STEP.
            MOVE ZERO TO WS-HIST-HIT.
            PERFORM VARYING WS-HIST-I FROM 1 BY 1
                UNTIL WS-HIST-I > WS-HIST-USED OR WS-HIST-HIT > ZERO
                IF WS-HT-ITEM (WS-HIST-I) = WS-ITEM
                    AND WS-HT-OPERATOR (WS-HIST-I) = WS-STEP-OPERATOR
                    AND WS-HT-ACTION (WS-HIST-I) = WS-STEP-ACTION
                    MOVE WS-HIST-I TO WS-HIST-HIT
                END-IF
            END-PERFORM.
            IF WS-HIST-HIT = ZERO
                IF WS-HIST-USED < 5000
                    ADD 1 TO WS-HIST-USED
                    MOVE WS-STEP-OPERATOR
                        TO WS-HT-OPERATOR (WS-HIST-USED)
                    MOVE WS-STEP-ACTION TO WS-HT-ACTION (WS-HIST-USED)
                    MOVE WS-ITEM TO WS-HT-ITEM (WS-HIST-USED)
                    MOVE WS-STEP-WHEN TO WS-HT-WHEN (WS-HIST-USED)
                ELSE
                    ADD 1 TO WS-HIST-OMITTED
                END-IF
            END-IF.

      *> Only the refusals a segregation rule made - a refusal for
      *> a missing letter is Q_AUDRPT's business:
       3000-LIST-ONE-REFUSAL.
            IF AUDIT-ACTION = 'REFUSED'
                AND AUDIT-TIMESTAMP (1:6) = WS-MONTH
                AND AUDIT-DETAIL (1:12) = "segregation:"
                ADD 1 TO WS-PREVENTED-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " AUDIT-TIMESTAMP "  " AUDIT-OPERATOR "  "
                    AUDIT-PROGRAM "  " AUDIT-QUOTE-ID
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
                MOVE SPACES TO WS-REPORT-LINE
                STRING "      " AUDIT-DETAIL (14:)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-IF.

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
            MOVE 'Q_SODRPT' TO AUDIT-PROGRAM.
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
