       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_HOLDMNT.

      *> Legal-hold register maintenance.  When legal counsel puts a
      *> matter on hold, the quotes, archive entries and side-file
      *> generations it touches must survive every scheduled purge
      *> until counsel says otherwise.  A hold names a Q-ID, an
      *> author or a source, with the matter reference, who placed
      *> it and when; Q_ARCHIVE, Q_HOUSEKP and Q_MAINT ask
      *> Q_HOLDCHK before they destroy anything and keep what it
      *> covers.
      *>
      *> Placing a hold takes M (or L); releasing one takes the L
      *> letter, which only those counsel names are granted.  A
      *> released hold stays on the register with who released it
      *> and when.  Every change is audit-logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEGAL-HOLD-FILE
            ASSIGN TO WS-HOLD-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLD-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       01  WS-HOLD-RECORD       PIC X(200).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-HOLD-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'L'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-MAY-PLACE          PIC X VALUE 'N'.
       01 WS-MAY-RELEASE        PIC X VALUE 'N'.

      *> The whole register, released holds included:
       01 WS-HOLD-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
               10 WS-HT-NO           PIC 9(6).
               10 WS-HT-KIND         PIC X.
               10 WS-HT-VALUE        PIC X(50).
               10 WS-HT-MATTER       PIC X(20).
               10 WS-HT-PLACED-BY    PIC X(10).
               10 WS-HT-PLACED       PIC X(15).
               10 WS-HT-STATE        PIC X.
               10 WS-HT-RELEASED-BY  PIC X(10).
               10 WS-HT-RELEASED     PIC X(15).
       01 WS-HOLD-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-LAST-NO            PIC 9(6) VALUE ZERO.
       01 WS-IN-FORCE           PIC 9(3) COMP VALUE ZERO.

      *> One register line, parsed:
       01 WS-PARSE-NO           PIC X(6) VALUE SPACES.
       01 WS-PARSE-KIND         PIC X(2) VALUE SPACES.
       01 WS-PARSE-VALUE        PIC X(50) VALUE SPACES.
       01 WS-PARSE-MATTER       PIC X(20) VALUE SPACES.
       01 WS-PARSE-BY           PIC X(10) VALUE SPACES.
       01 WS-PARSE-PLACED       PIC X(15) VALUE SPACES.
       01 WS-PARSE-STATE        PIC X(2) VALUE SPACES.
       01 WS-PARSE-REL-BY       PIC X(10) VALUE SPACES.
       01 WS-PARSE-RELEASED     PIC X(15) VALUE SPACES.

      *> Keyed in:
       01 WS-KIND-IN            PIC X VALUE SPACE.
       01 WS-VALUE-IN           PIC X(50) VALUE SPACES.
       01 WS-MATTER-IN          PIC X(20) VALUE SPACES.
       01 WS-NO-IN              PIC X(6) VALUE SPACES.
       01 WS-NO-WANTED          PIC 9(6) VALUE ZERO.
       01 WS-ID-IN              PIC 9(9) VALUE ZERO.
       01 WS-CONFIRM            PIC X VALUE SPACE.
       01 WS-KIND-WORD          PIC X(6) VALUE SPACES.
       01 WS-STATE-WORD         PIC X(8) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-HOLD-PATH FROM ENVIRONMENT "MM_HOLD_PATH"
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
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Legal-Hold Register"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.

      *> L places and releases; M places only.  With neither the
      *> register is not for this operator at all:
        MOVE 'L' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'Y' OR WS-CHECK-RESULT = 'M'
            MOVE 'Y' TO WS-MAY-PLACE
            MOVE 'Y' TO WS-MAY-RELEASE
        ELSE
            MOVE 'M' TO WS-CHECK-FUNCTION
            CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR
                WS-CHECK-FUNCTION WS-CHECK-RESULT WS-USER-NAME
            END-CALL
            IF WS-CHECK-RESULT = 'Y'
                MOVE 'Y' TO WS-MAY-PLACE
            END-IF
        END-IF.
        IF WS-MAY-PLACE NOT = 'Y'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to maintain legal holds."
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "legal-hold register refused, no L or M letter"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 1000-LOAD-THE-REGISTER.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "  [L] List holds in force"
            DISPLAY "  [H] Hold history (released holds too)"
            DISPLAY "  [P] Place a hold"
            DISPLAY "  [R] Release a hold"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/H/P/R/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                WHEN 'L'
                    PERFORM 2000-LIST-HOLDS
                WHEN 'H'
                    PERFORM 2000-LIST-HOLDS
                WHEN 'P'
                    PERFORM 3000-PLACE-HOLD
                WHEN 'R'
                    PERFORM 4000-RELEASE-HOLD
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    DISPLAY "No such option: " WS-MODE
            END-EVALUATE
        END-PERFORM.

        MOVE "Q_HOLDMNT run complete" TO WS-AUDIT-MESSAGE.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       1000-LOAD-THE-REGISTER.
            MOVE ZERO TO WS-HOLD-USED WS-LAST-NO.
            MOVE 'N' TO WS-EOF.
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

       1100-LOAD-ONE-HOLD.
            IF WS-HOLD-RECORD = SPACES
                OR WS-HOLD-RECORD (1:1) = '*'
                CONTINUE
            ELSE
                IF WS-HOLD-USED < 500
                    MOVE SPACES TO WS-PARSE-NO WS-PARSE-KIND
                        WS-PARSE-VALUE WS-PARSE-MATTER WS-PARSE-BY
                        WS-PARSE-PLACED WS-PARSE-STATE
                        WS-PARSE-REL-BY WS-PARSE-RELEASED
                    UNSTRING WS-HOLD-RECORD DELIMITED BY '|'
                        INTO WS-PARSE-NO WS-PARSE-KIND
                             WS-PARSE-VALUE WS-PARSE-MATTER
                             WS-PARSE-BY WS-PARSE-PLACED
                             WS-PARSE-STATE WS-PARSE-REL-BY
                             WS-PARSE-RELEASED
                    END-UNSTRING
                    ADD 1 TO WS-HOLD-USED
                    MOVE FUNCTION NUMVAL(WS-PARSE-NO)
                        TO WS-HT-NO (WS-HOLD-USED)
                    MOVE WS-PARSE-KIND (1:1)
                        TO WS-HT-KIND (WS-HOLD-USED)
                    MOVE WS-PARSE-VALUE TO WS-HT-VALUE (WS-HOLD-USED)
                    MOVE WS-PARSE-MATTER
                        TO WS-HT-MATTER (WS-HOLD-USED)
                    MOVE WS-PARSE-BY
                        TO WS-HT-PLACED-BY (WS-HOLD-USED)
                    MOVE WS-PARSE-PLACED
                        TO WS-HT-PLACED (WS-HOLD-USED)
                    MOVE WS-PARSE-STATE (1:1)
                        TO WS-HT-STATE (WS-HOLD-USED)
                    MOVE WS-PARSE-REL-BY
                        TO WS-HT-RELEASED-BY (WS-HOLD-USED)
                    MOVE WS-PARSE-RELEASED
                        TO WS-HT-RELEASED (WS-HOLD-USED)
                    IF WS-HT-NO (WS-HOLD-USED) > WS-LAST-NO
                        MOVE WS-HT-NO (WS-HOLD-USED) TO WS-LAST-NO
                    END-IF
                ELSE
                    DISPLAY "Legal-hold register holds more than "
                            "500 lines - extra line ignored."
                END-IF
            END-IF.

       1500-REWRITE-THE-REGISTER.
            OPEN OUTPUT LEGAL-HOLD-FILE.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                UNTIL WS-HOLD-I > WS-HOLD-USED
                MOVE SPACES TO WS-HOLD-RECORD
                STRING WS-HT-NO (WS-HOLD-I) '|'
                    WS-HT-KIND (WS-HOLD-I) '|'
                    FUNCTION TRIM(WS-HT-VALUE (WS-HOLD-I)) '|'
                    FUNCTION TRIM(WS-HT-MATTER (WS-HOLD-I)) '|'
                    FUNCTION TRIM(WS-HT-PLACED-BY (WS-HOLD-I)) '|'
                    WS-HT-PLACED (WS-HOLD-I) '|'
                    WS-HT-STATE (WS-HOLD-I) '|'
                    FUNCTION TRIM(WS-HT-RELEASED-BY (WS-HOLD-I)) '|'
                    WS-HT-RELEASED (WS-HOLD-I)
                    DELIMITED BY SIZE INTO WS-HOLD-RECORD
                WRITE WS-HOLD-RECORD
            END-PERFORM.
            CLOSE LEGAL-HOLD-FILE.

      *> L lists the holds in force, H every hold ever placed:
       2000-LIST-HOLDS.
            MOVE ZERO TO WS-IN-FORCE.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                UNTIL WS-HOLD-I > WS-HOLD-USED
                IF WS-HT-STATE (WS-HOLD-I) = 'H' OR WS-MODE = 'H'
                    ADD 1 TO WS-IN-FORCE
                    PERFORM 2100-SHOW-ONE-HOLD
                END-IF
            END-PERFORM.
            IF WS-IN-FORCE = ZERO
                IF WS-MODE = 'H'
                    DISPLAY "No holds have ever been placed."
                ELSE
                    DISPLAY "No legal holds in force."
                END-IF
            END-IF.

       2100-SHOW-ONE-HOLD.
            EVALUATE WS-HT-KIND (WS-HOLD-I)
                WHEN 'Q'
                    MOVE 'Quote' TO WS-KIND-WORD
                WHEN 'A'
                    MOVE 'Author' TO WS-KIND-WORD
                WHEN OTHER
                    MOVE 'Source' TO WS-KIND-WORD
            END-EVALUATE.
            IF WS-HT-STATE (WS-HOLD-I) = 'H'
                MOVE 'in force' TO WS-STATE-WORD
            ELSE
                MOVE 'released' TO WS-STATE-WORD
            END-IF.
            DISPLAY "--------------------------------".
            DISPLAY "Hold " WS-HT-NO (WS-HOLD-I) "  "
                    WS-STATE-WORD "  matter "
                    FUNCTION TRIM(WS-HT-MATTER (WS-HOLD-I)).
            DISPLAY FUNCTION TRIM(WS-KIND-WORD) ":  "
                    FUNCTION TRIM(WS-HT-VALUE (WS-HOLD-I)).
            DISPLAY "Placed:  " WS-HT-PLACED (WS-HOLD-I) " by "
                    WS-HT-PLACED-BY (WS-HOLD-I).
            IF WS-HT-STATE (WS-HOLD-I) NOT = 'H'
                DISPLAY "Released " WS-HT-RELEASED (WS-HOLD-I)
                        " by " WS-HT-RELEASED-BY (WS-HOLD-I)
            END-IF.

       3000-PLACE-HOLD.
            IF WS-HOLD-USED >= 500
                DISPLAY "The legal-hold register is full."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Hold a [Q]uote ID, an [A]uthor or a [S]ource?".
            ACCEPT WS-KIND-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-KIND-IN) TO WS-KIND-IN.
            IF WS-KIND-IN NOT = 'Q' AND WS-KIND-IN NOT = 'A'
                AND WS-KIND-IN NOT = 'S'
                DISPLAY "Q, A or S, please."
                EXIT PARAGRAPH
            END-IF.
            EVALUATE WS-KIND-IN
                WHEN 'Q'
                    DISPLAY "Q-ID to hold:"
                WHEN 'A'
                    DISPLAY "Author to hold (every quote of theirs):"
                WHEN OTHER
                    DISPLAY "Source to hold (every quote from it):"
            END-EVALUATE.
            MOVE SPACES TO WS-VALUE-IN.
            ACCEPT WS-VALUE-IN FROM CONSOLE.
            IF WS-VALUE-IN = SPACES
                DISPLAY "Nothing named - no hold placed."
                EXIT PARAGRAPH
            END-IF.
            IF WS-KIND-IN = 'Q'
                IF FUNCTION TEST-NUMVAL(WS-VALUE-IN) NOT = ZERO
                    DISPLAY "A Q-ID is a number - no hold placed."
                    EXIT PARAGRAPH
                END-IF
                MOVE FUNCTION NUMVAL(WS-VALUE-IN) TO WS-ID-IN
                MOVE SPACES TO WS-VALUE-IN
                MOVE WS-ID-IN TO WS-VALUE-IN (1:9)
            END-IF.
            DISPLAY "Matter reference:".
            MOVE SPACES TO WS-MATTER-IN.
            ACCEPT WS-MATTER-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-MATTER-IN) TO WS-MATTER-IN.
            IF WS-MATTER-IN = SPACES
                DISPLAY "A hold needs its matter reference - no "
                        "hold placed."
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                UNTIL WS-HOLD-I > WS-HOLD-USED
                IF WS-HT-STATE (WS-HOLD-I) = 'H'
                    AND WS-HT-KIND (WS-HOLD-I) = WS-KIND-IN
                    AND WS-HT-MATTER (WS-HOLD-I) = WS-MATTER-IN
                    AND FUNCTION UPPER-CASE(WS-HT-VALUE (WS-HOLD-I))
                        = FUNCTION UPPER-CASE(WS-VALUE-IN)
                    DISPLAY "Hold " WS-HT-NO (WS-HOLD-I)
                            " already holds that for this matter."
                    EXIT PARAGRAPH
                END-IF
            END-PERFORM.
            ADD 1 TO WS-LAST-NO.
            ADD 1 TO WS-HOLD-USED.
            MOVE SPACES TO WS-HOLD-ENTRY (WS-HOLD-USED).
            MOVE WS-LAST-NO TO WS-HT-NO (WS-HOLD-USED).
            MOVE WS-KIND-IN TO WS-HT-KIND (WS-HOLD-USED).
            MOVE WS-VALUE-IN TO WS-HT-VALUE (WS-HOLD-USED).
            MOVE WS-MATTER-IN TO WS-HT-MATTER (WS-HOLD-USED).
            MOVE WS-AUDIT-OPERATOR TO WS-HT-PLACED-BY (WS-HOLD-USED).
            PERFORM 9000-TAKE-THE-TIME.
            MOVE WS-PARSE-PLACED TO WS-HT-PLACED (WS-HOLD-USED).
            MOVE 'H' TO WS-HT-STATE (WS-HOLD-USED).
            PERFORM 1500-REWRITE-THE-REGISTER.
            DISPLAY "Hold " WS-LAST-NO " placed.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "legal hold " WS-LAST-NO " placed on "
                WS-KIND-IN " " FUNCTION TRIM(WS-VALUE-IN)
                ", matter " FUNCTION TRIM(WS-MATTER-IN)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'HOLDADD' TO WS-AUDIT-ACTION.
            IF WS-KIND-IN = 'Q'
                MOVE WS-ID-IN TO WS-AUDIT-QUOTE-ID
            END-IF.
            PERFORM WRITE-AUDIT-ENTRY.

       4000-RELEASE-HOLD.
            IF WS-MAY-RELEASE NOT = 'Y'
                DISPLAY "Releasing a legal hold takes the L letter - "
                        "operator " WS-AUDIT-OPERATOR
                        " does not hold it."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "legal-hold release refused, no L letter"
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Hold number to release:".
            MOVE SPACES TO WS-NO-IN.
            ACCEPT WS-NO-IN FROM CONSOLE.
            IF FUNCTION TEST-NUMVAL(WS-NO-IN) NOT = ZERO
                DISPLAY "No such hold."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-NO-IN) TO WS-NO-WANTED.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-HOLD-I FROM 1 BY 1
                UNTIL WS-HOLD-I > WS-HOLD-USED
                OR WS-FOUND-I > ZERO
                IF WS-HT-NO (WS-HOLD-I) = WS-NO-WANTED
                    MOVE WS-HOLD-I TO WS-FOUND-I
                END-IF
            END-PERFORM.
            IF WS-FOUND-I = ZERO
                DISPLAY "No such hold."
                EXIT PARAGRAPH
            END-IF.
            IF WS-HT-STATE (WS-FOUND-I) NOT = 'H'
                DISPLAY "Hold " WS-NO-WANTED " was released "
                        WS-HT-RELEASED (WS-FOUND-I) " by "
                        WS-HT-RELEASED-BY (WS-FOUND-I) "."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FOUND-I TO WS-HOLD-I.
            PERFORM 2100-SHOW-ONE-HOLD.
            DISPLAY "Release this hold? Anything it covers can be "
                    "purged on the next run. [Y/N]".
            ACCEPT WS-CONFIRM FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM.
            IF WS-CONFIRM NOT = 'Y'
                DISPLAY "Hold left in force."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'R' TO WS-HT-STATE (WS-FOUND-I).
            MOVE WS-AUDIT-OPERATOR TO WS-HT-RELEASED-BY (WS-FOUND-I).
            PERFORM 9000-TAKE-THE-TIME.
            MOVE WS-PARSE-PLACED TO WS-HT-RELEASED (WS-FOUND-I).
            PERFORM 1500-REWRITE-THE-REGISTER.
            DISPLAY "Hold " WS-NO-WANTED " released.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "legal hold " WS-NO-WANTED " released, matter "
                FUNCTION TRIM(WS-HT-MATTER (WS-FOUND-I))
                ", placed by " WS-HT-PLACED-BY (WS-FOUND-I)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'HOLDREL' TO WS-AUDIT-ACTION.
            IF WS-HT-KIND (WS-FOUND-I) = 'Q'
                MOVE WS-HT-VALUE (WS-FOUND-I) (1:9)
                    TO WS-AUDIT-QUOTE-ID
            END-IF.
            PERFORM WRITE-AUDIT-ENTRY.

       9000-TAKE-THE-TIME.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO WS-PARSE-PLACED.
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO WS-PARSE-PLACED.

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
            MOVE 'Q_HOLDMNT' TO AUDIT-PROGRAM.
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
