       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_OFFBRD.

      *> Operator offboarding: when somebody leaves, everything the
      *> suite still has tied to their sign-on is found, handed on
      *> to a named successor, and the leaver is suspended - in one
      *> run instead of an afternoon of guessing which files to
      *> look in.  What an operator can own:
      *>
      *>   COLLECTION  collections they own (CO-OWNER, .COLL)
      *>   PENDING     quotes they submitted that are still waiting
      *>               on a reviewer (P-SUBMITTED-BY, .PENDING)
      *>   CLASSIFY    quotes they skipped in a Q_CLASSFY session -
      *>               rewritten as HAND lines naming the successor,
      *>               so they come up in the successor's session
      *>   RESEARCH    attribution research they held part-way
      *>               through in Q_VERIFY (still unverified, held
      *>               by them on the .ATTR file)
      *>   SCHEDULE    scheduled jobs they answer for (the owner on
      *>               the Q_SCHED master)
      *>
      *> Everything is listed first and nothing moves until the
      *> administrator says so.  Each item handed on is audit-logged
      *> as HANDOVER; the leaver is suspended on the user master with
      *> the leaving date recorded, exactly as Q_USRMNT would suspend
      *> them.  The run ends with a handover report for the
      *> supervisor, <quote file>.HANDOVER-<operator ID>: every line
      *> is sealed into a check value (Q_AUDSEAL), printed at the
      *> foot above the signature block and written to the audit
      *> trail with the OFFBOARD entry, so a signed copy can be
      *> matched to the run that produced it.
      *>
      *> Gated on the maintenance letter, like Q_USRMNT; the leaver
      *> is checked against the SELF segregation rules, so nobody
      *> hands on their own work.  Run again after a leaver's
      *> stragglers turn up and only what is still theirs is shown.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT USER-MASTER-FILE
            ASSIGN TO WS-USER-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USER-STATUS.

       *> The collection master - see MM-COLL-RAW.cpy:
       SELECT COLLECTION-MASTER-FILE
            ASSIGN TO WS-COLL-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CO-CODE
            FILE STATUS IS WS-COLL-STATUS.

       *> The review queue - see MM-PEND-RAW.cpy:
       SELECT PENDING-QUEUE-FILE
            ASSIGN TO WS-PENDING-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS P-SEQ
            FILE STATUS IS WS-PENDING-STATUS.

       *> The per-quote attribution findings - see MM-ATTR-RAW.cpy:
       SELECT ATTRIBUTION-FILE
            ASSIGN TO WS-ATTR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AT-ID
            FILE STATUS IS WS-ATTR-STATUS.

       *> Q_CLASSFY's progress file, Q-ID|operator|verdict, and the
       *> copy it is rewritten into before being swapped in:
       SELECT CLASSIFY-PROGRESS-FILE
            ASSIGN TO WS-PROGRESS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROGRESS-STATUS.

       SELECT CLASSIFY-REWRITE-FILE
            ASSIGN TO WS-REWRITE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REWRITE-STATUS.

       SELECT SCHEDULE-MASTER-FILE
            ASSIGN TO WS-SCHED-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHED-STATUS.

       SELECT HANDOVER-REPORT-FILE
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
       FD  USER-MASTER-FILE.
       01  WS-USER-RECORD       PIC X(80).

       COPY MM-COLL-RAW.

       COPY MM-PEND-RAW.

       COPY MM-ATTR-RAW.

       FD  CLASSIFY-PROGRESS-FILE.
       01  WS-PROGRESS-RECORD      PIC X(30).

       FD  CLASSIFY-REWRITE-FILE.
       01  WS-REWRITE-RECORD       PIC X(30).

       FD  SCHEDULE-MASTER-FILE.
       01  WS-SCHED-RECORD         PIC X(300).

       FD  HANDOVER-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(100).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY MM-USER-PATH.
       COPY MM-RPTREG-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-COLL-PATH          PIC X(205) VALUE SPACES.
       01 WS-COLL-STATUS        PIC XX VALUE '00'.
       01 WS-PENDING-PATH       PIC X(210) VALUE SPACES.
       01 WS-PENDING-STATUS     PIC XX VALUE '00'.
       01 WS-ATTR-PATH          PIC X(205) VALUE SPACES.
       01 WS-ATTR-STATUS        PIC XX VALUE '00'.
       01 WS-PROGRESS-PATH      PIC X(215) VALUE SPACES.
       01 WS-PROGRESS-STATUS    PIC XX VALUE '00'.
       01 WS-REWRITE-PATH       PIC X(220) VALUE SPACES.
       01 WS-REWRITE-STATUS     PIC XX VALUE '00'.
       01 WS-BACKUP-PATH        PIC X(220) VALUE SPACES.
       01 WS-SCHED-PATH         PIC X(200) VALUE 'MM-SCHEDULE.CTL'.
       01 WS-SCHED-STATUS       PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(220) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-SWAP-STATUS        PIC S9(9) BINARY.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-ANSWER             PIC X VALUE SPACE.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-ADMIN-NAME         PIC X(30) VALUE SPACES.
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-NOW                PIC X(14) VALUE SPACES.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_OFFBRD'.
       01 WS-ERR-LABEL          PIC X(30) VALUE SPACES.
       01 WS-ERR-PATH           PIC X(200) VALUE SPACES.
       01 WS-ERR-STATUS         PIC XX VALUE SPACES.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.

      *> The user master, held whole as Q_USRMNT holds it and
      *> written back in the same format:
       01 WS-USER-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 100 TIMES.
               10 WS-UT-ID           PIC X(10).
               10 WS-UT-NAME         PIC X(30).
               10 WS-UT-FUNCS        PIC X(10).
               10 WS-UT-PIN          PIC X(8).
               10 WS-UT-STATUS       PIC X.
               10 WS-UT-LEFT         PIC X(8).
       01 WS-LEFT-SUFFIX        PIC X(9) VALUE SPACES.
       01 WS-USER-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-LOOKUP-ID          PIC X(10) VALUE SPACES.

      *> The leaver, their successor and the leaving date:
       01 WS-LEAVER-ID          PIC X(10) VALUE SPACES.
       01 WS-LEAVER-I           PIC 9(3) COMP VALUE ZERO.
       01 WS-LEAVER-NAME        PIC X(30) VALUE SPACES.
       01 WS-SUSPENDED          PIC X VALUE 'N'.
       01 WS-SUCCESSOR-ID       PIC X(10) VALUE SPACES.
       01 WS-SUCCESSOR-I        PIC 9(3) COMP VALUE ZERO.
       01 WS-SUCCESSOR-NAME     PIC X(30) VALUE SPACES.
       01 WS-LEFT-DATE          PIC X(8) VALUE SPACES.
       01 WS-DATE-IN            PIC X(10) VALUE SPACES.
       01 WS-DATE-OK            PIC X VALUE 'N'.
       01 WS-LEFT-DATE-NUM      PIC 9(8) VALUE ZERO.

      *> Everything found for the leaver, in the order it is
      *> listed, handed on and reported.  IT-NUM carries the
      *> numeric key of the indexed files keyed on a number.  The
      *> slot past the last is where anything beyond it lands, never
      *> listed:
       01 WS-ITEM-USED          PIC 9(4) COMP VALUE ZERO.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 501 TIMES.
               10 WS-IT-KIND         PIC X(10).
               10 WS-IT-KEY          PIC X(20).
               10 WS-IT-NUM          PIC 9(9).
               10 WS-IT-TEXT         PIC X(40).
               10 WS-IT-RESULT       PIC X(10).
       01 WS-ITEM-I             PIC 9(4) COMP VALUE ZERO.
       01 WS-ITEM-FULL          PIC X VALUE 'N'.
       01 WS-HANDED-COUNT       PIC 9(5) COMP VALUE ZERO.
       01 WS-MISSED-COUNT       PIC 9(5) COMP VALUE ZERO.
       01 WS-CLASSIFY-COUNT     PIC 9(5) COMP VALUE ZERO.
       01 WS-CLASSIFY-DONE      PIC X VALUE 'N'.
       01 WS-SCHED-COUNT        PIC 9(5) COMP VALUE ZERO.

      *> One Q_CLASSFY progress line, split:
       01 WS-PG-ID-A            PIC X(9) VALUE SPACES.
       01 WS-PG-OPERATOR        PIC X(10) VALUE SPACES.
       01 WS-PG-VERDICT         PIC X(4) VALUE SPACES.

      *> The schedule, held whole as Q_SCHED holds it:
       01 WS-JOB-USED           PIC 9(2) COMP VALUE ZERO.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 50 TIMES.
               10 WS-JB-NAME         PIC X(20).
               10 WS-JB-COMMAND      PIC X(200).
               10 WS-JB-RECUR        PIC X(10).
               10 WS-JB-NEXT-RUN     PIC X(8).
               10 WS-JB-ROLL         PIC X(4).
               10 WS-JB-OWNER        PIC X(10).
       01 WS-JOB-I              PIC 9(2) COMP VALUE ZERO.
       01 WS-ROLL-SUFFIX        PIC X(16) VALUE SPACES.

      *> The report's check value: each line sealed onto the last
      *> with Q_AUDSEAL's compute-only mode, from zeros:
       01 WS-SEAL-MODE          PIC X VALUE 'C'.
       01 WS-RPT-SEAL           PIC X(8) VALUE '00000000'.
       01 WS-RPT-SEAL-NEXT      PIC X(8) VALUE SPACES.
       01 WS-RPT-SEAL-BODY      PIC X(200) VALUE SPACES.
       01 WS-RPT-LINES          PIC 9(5) COMP VALUE ZERO.

      *> Segregation of duties through Q_SODCHK - the leaver is the
      *> "earlier step" of a SELF rule, as in Q_USRMNT:
       01 WS-SOD-MODE           PIC X VALUE 'C'.
       01 WS-SOD-RULE-NO        PIC 9(3) VALUE ZERO.
       01 WS-SOD-ACTION         PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-ACTION   PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-BY       PIC X(10) VALUE SPACES.
       01 WS-SOD-RESULT         PIC X VALUE 'Y'.
       01 WS-SOD-RULE-TEXT      PIC X(60) VALUE SPACES.
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-USER-PATH FROM ENVIRONMENT "MM_USER_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-SCHED-PATH FROM ENVIRONMENT "MM_SCHED_PATH"
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
        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".COLL"
            DELIMITED BY SIZE INTO WS-COLL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PENDING"
            DELIMITED BY SIZE INTO WS-PENDING-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".ATTR"
            DELIMITED BY SIZE INTO WS-ATTR-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".CLASSIFY"
            DELIMITED BY SIZE INTO WS-PROGRESS-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".CLASSIFY.OFFBRD"
            DELIMITED BY SIZE INTO WS-REWRITE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_OFFBRD' TO WS-LAYCHK-PROGRAM.
        MOVE 'COLL' TO WS-LAYCHK-CODE.
        MOVE WS-COLL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'PEND' TO WS-LAYCHK-CODE.
        MOVE WS-PENDING-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'ATTR' TO WS-LAYCHK-CODE.
        MOVE WS-ATTR-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Operator Offboarding"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
      *> Suspending an operator is user-master maintenance, so it
      *> takes the same letter Q_USRMNT does:
        MOVE 'M' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-ADMIN-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to offboard operators."
            MOVE "offboarding refused, not cleared"
                TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM 1000-LOAD-USER-MASTER.
        IF WS-USER-USED = ZERO
            DISPLAY "No user master at " FUNCTION TRIM(WS-USER-PATH)
                    " - nobody to offboard."
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

        PERFORM 1700-ASK-THE-LEAVER.
        IF WS-LEAVER-I = ZERO
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM 1800-ASK-THE-SUCCESSOR.
        IF WS-SUCCESSOR-I = ZERO
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        PERFORM 1900-ASK-THE-DATE.

        PERFORM 2000-FIND-COLLECTIONS.
        PERFORM 2100-FIND-PENDING.
        PERFORM 2200-FIND-CLASSIFY-SKIPS.
        PERFORM 2300-FIND-RESEARCH.
        PERFORM 2400-FIND-SCHEDULED-JOBS.

        PERFORM 2900-LIST-THE-ITEMS.

        DISPLAY "Hand these to " FUNCTION TRIM(WS-SUCCESSOR-ID)
                ", suspend " FUNCTION TRIM(WS-LEAVER-ID)
                " and record them as left on " WS-LEFT-DATE
                "? [Y/N]".
        ACCEPT WS-ANSWER FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
        IF WS-ANSWER NOT = 'Y'
            DISPLAY "Nothing changed."
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "offboarding of " FUNCTION TRIM(WS-LEAVER-ID)
                " abandoned before any change"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'OFFBOARD' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 3000-HAND-ON-COLLECTIONS.
        PERFORM 3100-HAND-ON-PENDING.
        PERFORM 3200-HAND-ON-CLASSIFY-SKIPS.
        PERFORM 3300-HAND-ON-RESEARCH.
        PERFORM 3400-HAND-ON-SCHEDULED-JOBS.
        PERFORM 3500-SUSPEND-THE-LEAVER.

        PERFORM 4000-WRITE-HANDOVER-REPORT.

        MOVE WS-HANDED-COUNT TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING FUNCTION TRIM(WS-LEAVER-ID) " left " WS-LEFT-DATE
            ", " FUNCTION TRIM(WS-NUM-ED) " item(s) to "
            FUNCTION TRIM(WS-SUCCESSOR-ID) ", report check value "
            WS-RPT-SEAL
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'OFFBOARD' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        IF WS-MISSED-COUNT > ZERO
            MOVE WS-MISSED-COUNT TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " item(s) could not be "
                    "handed on - see the report."
            MOVE 1 TO RETURN-CODE
        END-IF.

        STOP RUN.

       1000-LOAD-USER-MASTER.
            MOVE ZERO TO WS-USER-USED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT USER-MASTER-FILE.
            IF WS-USER-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ USER-MASTER-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-OPERATOR
                END-READ
            END-PERFORM.
            IF WS-USER-STATUS = '00' OR WS-USER-STATUS = '10'
                CLOSE USER-MASTER-FILE
            END-IF.

       1100-LOAD-ONE-OPERATOR.
            IF WS-USER-RECORD = SPACES
                OR WS-USER-RECORD (1:1) = '*'
                CONTINUE
            ELSE
                IF WS-USER-USED < 100
                    ADD 1 TO WS-USER-USED
                    MOVE SPACES TO WS-USER-ENTRY (WS-USER-USED)
                    UNSTRING WS-USER-RECORD DELIMITED BY '|'
                        INTO WS-UT-ID (WS-USER-USED)
                             WS-UT-NAME (WS-USER-USED)
                             WS-UT-FUNCS (WS-USER-USED)
                             WS-UT-PIN (WS-USER-USED)
                             WS-UT-STATUS (WS-USER-USED)
                             WS-UT-LEFT (WS-USER-USED)
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(
                        WS-UT-ID (WS-USER-USED))
                        TO WS-UT-ID (WS-USER-USED)
                ELSE
                    DISPLAY "User master holds more than 100 "
                            "operators - extra line ignored."
                END-IF
            END-IF.

      *> Written back in exactly Q_USRMNT's format:
       1500-REWRITE-USER-MASTER.
            OPEN OUTPUT USER-MASTER-FILE.
            PERFORM VARYING WS-USER-I FROM 1 BY 1
                UNTIL WS-USER-I > WS-USER-USED
                MOVE SPACES TO WS-USER-RECORD WS-LEFT-SUFFIX
                IF WS-UT-LEFT (WS-USER-I) NOT = SPACES
                    STRING '|' WS-UT-LEFT (WS-USER-I)
                        DELIMITED BY SIZE INTO WS-LEFT-SUFFIX
                END-IF
                STRING FUNCTION TRIM(WS-UT-ID (WS-USER-I)) '|'
                    FUNCTION TRIM(WS-UT-NAME (WS-USER-I)) '|'
                    FUNCTION TRIM(WS-UT-FUNCS (WS-USER-I)) '|'
                    FUNCTION TRIM(WS-UT-PIN (WS-USER-I)) '|'
                    WS-UT-STATUS (WS-USER-I)
                    DELIMITED BY SIZE
                    WS-LEFT-SUFFIX DELIMITED BY SPACE
                    INTO WS-USER-RECORD
                WRITE WS-USER-RECORD
            END-PERFORM.
            CLOSE USER-MASTER-FILE.

       1600-FIND-OPERATOR.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-USER-I FROM 1 BY 1
                UNTIL WS-USER-I > WS-USER-USED
                OR WS-FOUND-I > ZERO
                IF WS-UT-ID (WS-USER-I) = WS-LOOKUP-ID
                    MOVE WS-USER-I TO WS-FOUND-I
                END-IF
            END-PERFORM.

      *> The leaver must be on the master, and must not be the one
      *> signed on - checked against the SELF rules as Q_USRMNT
      *> checks a suspension:
       1700-ASK-THE-LEAVER.
            MOVE ZERO TO WS-LEAVER-I.
            DISPLAY "Departing operator ID:".
            ACCEPT WS-LOOKUP-ID FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
            PERFORM 1600-FIND-OPERATOR.
            IF WS-LOOKUP-ID = SPACES OR WS-FOUND-I = ZERO
                DISPLAY "No operator on the master with that ID."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'USRSUS' TO WS-SOD-ACTION.
            PERFORM 7000-CHECK-SEGREGATION.
            IF WS-SOD-RESULT = 'N'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FOUND-I TO WS-LEAVER-I.
            MOVE WS-LOOKUP-ID TO WS-LEAVER-ID.
            MOVE WS-UT-NAME (WS-LEAVER-I) TO WS-LEAVER-NAME.
            DISPLAY "Departing: " WS-UT-ID (WS-LEAVER-I) " "
                    FUNCTION TRIM(WS-UT-NAME (WS-LEAVER-I)).
            IF WS-UT-LEFT (WS-LEAVER-I) NOT = SPACES
                DISPLAY "(already recorded as left on "
                        WS-UT-LEFT (WS-LEAVER-I)
                        " - anything still theirs is handed on now)"
            END-IF.

      *> The successor takes the work on, so must be a current
      *> operator - on the master, not suspended, not the leaver:
       1800-ASK-THE-SUCCESSOR.
            MOVE ZERO TO WS-SUCCESSOR-I.
            DISPLAY "Successor operator ID:".
            ACCEPT WS-LOOKUP-ID FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-LOOKUP-ID) TO WS-LOOKUP-ID.
            PERFORM 1600-FIND-OPERATOR.
            IF WS-LOOKUP-ID = SPACES OR WS-FOUND-I = ZERO
                DISPLAY "No operator on the master with that ID."
                EXIT PARAGRAPH
            END-IF.
            IF WS-LOOKUP-ID = WS-LEAVER-ID
                DISPLAY "The successor cannot be the leaver."
                EXIT PARAGRAPH
            END-IF.
            IF WS-UT-STATUS (WS-FOUND-I) = 'S'
                DISPLAY "Operator " FUNCTION TRIM(WS-LOOKUP-ID)
                        " is suspended - choose a current operator."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FOUND-I TO WS-SUCCESSOR-I.
            MOVE WS-LOOKUP-ID TO WS-SUCCESSOR-ID.
            MOVE WS-UT-NAME (WS-SUCCESSOR-I) TO WS-SUCCESSOR-NAME.
            DISPLAY "Successor: " WS-UT-ID (WS-SUCCESSOR-I) " "
                    FUNCTION TRIM(WS-UT-NAME (WS-SUCCESSOR-I)).

       1900-ASK-THE-DATE.
            MOVE WS-UT-LEFT (WS-LEAVER-I) TO WS-LEFT-DATE.
            IF WS-LEFT-DATE = SPACES
                MOVE WS-TODAY TO WS-LEFT-DATE
            END-IF.
            MOVE 'N' TO WS-DATE-OK.
            PERFORM UNTIL WS-DATE-OK = 'Y'
                DISPLAY "Leaving date YYYYMMDD (blank = "
                        WS-LEFT-DATE "):"
                MOVE SPACES TO WS-DATE-IN
                ACCEPT WS-DATE-IN FROM CONSOLE
                IF WS-DATE-IN = SPACES
                    MOVE 'Y' TO WS-DATE-OK
                ELSE
                    IF WS-DATE-IN (1:8) NUMERIC
                        AND WS-DATE-IN (9:2) = SPACES
                        MOVE WS-DATE-IN (1:8) TO WS-LEFT-DATE-NUM
                        IF FUNCTION TEST-DATE-YYYYMMDD(
                            WS-LEFT-DATE-NUM) = ZERO
                            MOVE WS-DATE-IN (1:8) TO WS-LEFT-DATE
                            MOVE 'Y' TO WS-DATE-OK
                        ELSE
                            DISPLAY "Not a calendar date."
                        END-IF
                    ELSE
                        DISPLAY "Give the date as YYYYMMDD."
                    END-IF
                END-IF
            END-PERFORM.

      *> Each survey reads its file once, start to finish, and only
      *> notes what it finds - nothing is changed before the
      *> administrator confirms.  A file not there yet simply has
      *> nothing on it for the leaver:
       2000-FIND-COLLECTIONS.
            OPEN INPUT COLLECTION-MASTER-FILE.
            IF WS-COLL-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-COLL-STATUS NOT = '00'
                MOVE 'collection master' TO WS-ERR-LABEL
                MOVE WS-COLL-PATH TO WS-ERR-PATH
                MOVE WS-COLL-STATUS TO WS-ERR-STATUS
                PERFORM 8000-FILE-TROUBLE
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ COLLECTION-MASTER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF CO-OWNER = WS-LEAVER-ID
                            PERFORM 2800-ADD-ITEM
                            MOVE 'COLLECTION' TO WS-IT-KIND (WS-ITEM-I)
                            MOVE CO-CODE TO WS-IT-KEY (WS-ITEM-I)
                            MOVE CO-TITLE TO WS-IT-TEXT (WS-ITEM-I)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE COLLECTION-MASTER-FILE.

       2100-FIND-PENDING.
            OPEN INPUT PENDING-QUEUE-FILE.
            IF WS-PENDING-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-PENDING-STATUS NOT = '00'
                MOVE 'review queue' TO WS-ERR-LABEL
                MOVE WS-PENDING-PATH TO WS-ERR-PATH
                MOVE WS-PENDING-STATUS TO WS-ERR-STATUS
                PERFORM 8000-FILE-TROUBLE
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PENDING-QUEUE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF P-SUBMITTED-BY = WS-LEAVER-ID
                            PERFORM 2800-ADD-ITEM
                            MOVE 'PENDING' TO WS-IT-KIND (WS-ITEM-I)
                            MOVE P-SEQ TO WS-IT-KEY (WS-ITEM-I)
                            MOVE P-SEQ TO WS-IT-NUM (WS-ITEM-I)
                            MOVE P-AUTHOR TO WS-IT-TEXT (WS-ITEM-I)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PENDING-QUEUE-FILE.

      *> A SKIP is the leaver's own "not now" - it only ever hid the
      *> quote from them, so it is what they leave half-done in a
      *> classification session:
       2200-FIND-CLASSIFY-SKIPS.
            OPEN INPUT CLASSIFY-PROGRESS-FILE.
            IF WS-PROGRESS-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CLASSIFY-PROGRESS-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        PERFORM 2250-SPLIT-PROGRESS-LINE
                        IF WS-PG-VERDICT = 'SKIP'
                            AND WS-PG-OPERATOR = WS-LEAVER-ID
                            AND WS-PG-ID-A NUMERIC
                            PERFORM 2800-ADD-ITEM
                            MOVE 'CLASSIFY' TO WS-IT-KIND (WS-ITEM-I)
                            MOVE WS-PG-ID-A TO WS-IT-KEY (WS-ITEM-I)
                            MOVE WS-PG-ID-A TO WS-IT-NUM (WS-ITEM-I)
                            MOVE "skipped in classification"
                                TO WS-IT-TEXT (WS-ITEM-I)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CLASSIFY-PROGRESS-FILE.

       2250-SPLIT-PROGRESS-LINE.
            MOVE SPACES TO WS-PG-ID-A WS-PG-OPERATOR WS-PG-VERDICT.
            UNSTRING WS-PROGRESS-RECORD DELIMITED BY '|'
                INTO WS-PG-ID-A WS-PG-OPERATOR WS-PG-VERDICT
            END-UNSTRING.

       2300-FIND-RESEARCH.
            OPEN INPUT ATTRIBUTION-FILE.
            IF WS-ATTR-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-ATTR-STATUS NOT = '00'
                MOVE 'attribution file' TO WS-ERR-LABEL
                MOVE WS-ATTR-PATH TO WS-ERR-PATH
                MOVE WS-ATTR-STATUS TO WS-ERR-STATUS
                PERFORM 8000-FILE-TROUBLE
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ ATTRIBUTION-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF AT-UNVERIFIED
                            AND AT-CHECKED-BY = WS-LEAVER-ID
                            PERFORM 2800-ADD-ITEM
                            MOVE 'RESEARCH' TO WS-IT-KIND (WS-ITEM-I)
                            MOVE AT-ID TO WS-IT-KEY (WS-ITEM-I)
                            MOVE AT-ID TO WS-IT-NUM (WS-ITEM-I)
                            MOVE AT-CITATION TO WS-IT-TEXT (WS-ITEM-I)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE ATTRIBUTION-FILE.

       2400-FIND-SCHEDULED-JOBS.
            PERFORM 2450-LOAD-SCHEDULE.
            PERFORM VARYING WS-JOB-I FROM 1 BY 1
                UNTIL WS-JOB-I > WS-JOB-USED
                IF WS-JB-OWNER (WS-JOB-I) = WS-LEAVER-ID
                    PERFORM 2800-ADD-ITEM
                    MOVE 'SCHEDULE' TO WS-IT-KIND (WS-ITEM-I)
                    MOVE WS-JB-NAME (WS-JOB-I) TO WS-IT-KEY (WS-ITEM-I)
                    MOVE WS-JOB-I TO WS-IT-NUM (WS-ITEM-I)
                    MOVE WS-JB-COMMAND (WS-JOB-I)
                        TO WS-IT-TEXT (WS-ITEM-I)
                END-IF
            END-PERFORM.

      *> Loaded as Q_SCHED loads it, so the rewrite is exactly the
      *> file Q_SCHED would have written:
       2450-LOAD-SCHEDULE.
            MOVE ZERO TO WS-JOB-USED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT SCHEDULE-MASTER-FILE.
            IF WS-SCHED-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ SCHEDULE-MASTER-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 2460-LOAD-ONE-JOB
                END-READ
            END-PERFORM.
            IF WS-SCHED-STATUS = '00' OR WS-SCHED-STATUS = '10'
                CLOSE SCHEDULE-MASTER-FILE
            END-IF.

       2460-LOAD-ONE-JOB.
            IF WS-SCHED-RECORD = SPACES
                OR WS-SCHED-RECORD (1:1) = '*'
                CONTINUE
            ELSE
                IF WS-JOB-USED >= 50
                    DISPLAY "Schedule holds more than 50 jobs - "
                            "extra line ignored."
                ELSE
                    ADD 1 TO WS-JOB-USED
                    MOVE SPACES TO WS-JOB-ENTRY (WS-JOB-USED)
                    UNSTRING WS-SCHED-RECORD DELIMITED BY '|'
                        INTO WS-JB-NAME (WS-JOB-USED)
                             WS-JB-COMMAND (WS-JOB-USED)
                             WS-JB-RECUR (WS-JOB-USED)
                             WS-JB-NEXT-RUN (WS-JOB-USED)
                             WS-JB-ROLL (WS-JOB-USED)
                             WS-JB-OWNER (WS-JOB-USED)
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(
                        WS-JB-RECUR (WS-JOB-USED))
                        TO WS-JB-RECUR (WS-JOB-USED)
                    MOVE FUNCTION UPPER-CASE(
                        WS-JB-ROLL (WS-JOB-USED))
                        TO WS-JB-ROLL (WS-JOB-USED)
                    MOVE FUNCTION UPPER-CASE(
                        WS-JB-OWNER (WS-JOB-USED))
                        TO WS-JB-OWNER (WS-JOB-USED)
                END-IF
            END-IF.

      *> The item table is generous; a leaver with more than that
      *> is handed over in two runs - the second finds the rest.
      *> Past the end the caller's MOVEs land in the spare slot:
       2800-ADD-ITEM.
            IF WS-ITEM-USED < 500
                ADD 1 TO WS-ITEM-USED
                MOVE WS-ITEM-USED TO WS-ITEM-I
            ELSE
                IF WS-ITEM-FULL = 'N'
                    DISPLAY "More than 500 items - run again after "
                            "this handover for the rest."
                    MOVE 'Y' TO WS-ITEM-FULL
                END-IF
                MOVE 501 TO WS-ITEM-I
            END-IF.
            MOVE SPACES TO WS-ITEM-ENTRY (WS-ITEM-I).
            MOVE ZERO TO WS-IT-NUM (WS-ITEM-I).

       2900-LIST-THE-ITEMS.
            IF WS-ITEM-USED = ZERO
                DISPLAY "Nothing on file is tied to "
                        FUNCTION TRIM(WS-LEAVER-ID) "."
            ELSE
                DISPLAY "Kind       Key                  Item"
                PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                    UNTIL WS-ITEM-I > WS-ITEM-USED
                    DISPLAY WS-IT-KIND (WS-ITEM-I) " "
                            WS-IT-KEY (WS-ITEM-I) " "
                            WS-IT-TEXT (WS-ITEM-I)
                END-PERFORM
                MOVE WS-ITEM-USED TO WS-NUM-ED
                DISPLAY FUNCTION TRIM(WS-NUM-ED) " item(s) found."
            END-IF.

      *> The indexed files are changed record by record, each one
      *> re-read first - if it was changed since the survey and no
      *> longer belongs to the leaver, it is left as it is:
       3000-HAND-ON-COLLECTIONS.
            OPEN I-O COLLECTION-MASTER-FILE.
            IF WS-COLL-STATUS NOT = '00'
                PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                    UNTIL WS-ITEM-I > WS-ITEM-USED
                    IF WS-IT-KIND (WS-ITEM-I) = 'COLLECTION'
                        MOVE 'NOT OPEN' TO WS-IT-RESULT (WS-ITEM-I)
                        PERFORM 3800-LOG-THE-ITEM
                    END-IF
                END-PERFORM
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'COLLECTION'
                    MOVE WS-IT-KEY (WS-ITEM-I) TO CO-CODE
                    READ COLLECTION-MASTER-FILE
                        INVALID KEY
                            MOVE 'GONE' TO WS-IT-RESULT (WS-ITEM-I)
                        NOT INVALID KEY
                            IF CO-OWNER = WS-LEAVER-ID
                                MOVE WS-SUCCESSOR-ID TO CO-OWNER
                                REWRITE CO-DATA-RAW
                                    INVALID KEY
                                        MOVE 'FAILED'
                                          TO WS-IT-RESULT (WS-ITEM-I)
                                    NOT INVALID KEY
                                        MOVE 'HANDED ON'
                                          TO WS-IT-RESULT (WS-ITEM-I)
                                END-REWRITE
                            ELSE
                                MOVE 'CHANGED'
                                    TO WS-IT-RESULT (WS-ITEM-I)
                            END-IF
                    END-READ
                    PERFORM 3800-LOG-THE-ITEM
                END-IF
            END-PERFORM.
            CLOSE COLLECTION-MASTER-FILE.

       3100-HAND-ON-PENDING.
            OPEN I-O PENDING-QUEUE-FILE.
            IF WS-PENDING-STATUS NOT = '00'
                PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                    UNTIL WS-ITEM-I > WS-ITEM-USED
                    IF WS-IT-KIND (WS-ITEM-I) = 'PENDING'
                        MOVE 'NOT OPEN' TO WS-IT-RESULT (WS-ITEM-I)
                        PERFORM 3800-LOG-THE-ITEM
                    END-IF
                END-PERFORM
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'PENDING'
                    MOVE WS-IT-NUM (WS-ITEM-I) TO P-SEQ
                    READ PENDING-QUEUE-FILE
                        INVALID KEY
                            MOVE 'GONE' TO WS-IT-RESULT (WS-ITEM-I)
                        NOT INVALID KEY
                            IF P-SUBMITTED-BY = WS-LEAVER-ID
                                MOVE WS-SUCCESSOR-ID TO P-SUBMITTED-BY
                                REWRITE P-DATA-RAW
                                    INVALID KEY
                                        MOVE 'FAILED'
                                          TO WS-IT-RESULT (WS-ITEM-I)
                                    NOT INVALID KEY
                                        MOVE 'HANDED ON'
                                          TO WS-IT-RESULT (WS-ITEM-I)
                                END-REWRITE
                            ELSE
                                MOVE 'CHANGED'
                                    TO WS-IT-RESULT (WS-ITEM-I)
                            END-IF
                    END-READ
                    PERFORM 3800-LOG-THE-ITEM
                END-IF
            END-PERFORM.
            CLOSE PENDING-QUEUE-FILE.

      *> The progress file is copied line for line with the leaver's
      *> SKIPs turned into HAND lines naming the successor, then the
      *> copy is swapped in with the old file kept as .PREV - the
      *> same move-aside, move-in, put-back-on-failure Q_MIGRATE
      *> uses:
       3200-HAND-ON-CLASSIFY-SKIPS.
            MOVE 'N' TO WS-CLASSIFY-DONE.
            MOVE ZERO TO WS-CLASSIFY-COUNT.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'CLASSIFY'
                    ADD 1 TO WS-CLASSIFY-COUNT
                END-IF
            END-PERFORM.
            IF WS-CLASSIFY-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT CLASSIFY-PROGRESS-FILE.
            IF WS-PROGRESS-STATUS NOT = '00'
                PERFORM 3290-CLASSIFY-RESULTS
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT CLASSIFY-REWRITE-FILE.
            IF WS-REWRITE-STATUS NOT = '00'
                DISPLAY "Unable to build "
                        FUNCTION TRIM(WS-REWRITE-PATH)
                        ", status " WS-REWRITE-STATUS
                CLOSE CLASSIFY-PROGRESS-FILE
                PERFORM 3290-CLASSIFY-RESULTS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ CLASSIFY-PROGRESS-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 3250-COPY-PROGRESS-LINE
                END-READ
            END-PERFORM.
            CLOSE CLASSIFY-PROGRESS-FILE.
            CLOSE CLASSIFY-REWRITE-FILE.

            MOVE SPACES TO WS-BACKUP-PATH.
            STRING FUNCTION TRIM(WS-PROGRESS-PATH) ".PREV"
                DELIMITED BY SIZE INTO WS-BACKUP-PATH.
            CALL "CBL_DELETE_FILE" USING WS-BACKUP-PATH
            END-CALL.
            CALL "CBL_RENAME_FILE" USING WS-PROGRESS-PATH
                WS-BACKUP-PATH
                RETURNING WS-SWAP-STATUS
            END-CALL.
            IF WS-SWAP-STATUS NOT = ZERO
                DISPLAY "Unable to move the classification progress "
                        "aside, status " WS-SWAP-STATUS
                PERFORM 3290-CLASSIFY-RESULTS
                EXIT PARAGRAPH
            END-IF.
            CALL "CBL_RENAME_FILE" USING WS-REWRITE-PATH
                WS-PROGRESS-PATH
                RETURNING WS-SWAP-STATUS
            END-CALL.
            IF WS-SWAP-STATUS NOT = ZERO
                DISPLAY "Unable to put the rewritten classification "
                        "progress in place, status " WS-SWAP-STATUS
                CALL "CBL_RENAME_FILE" USING WS-BACKUP-PATH
                    WS-PROGRESS-PATH
                    RETURNING WS-SWAP-STATUS
                END-CALL
                PERFORM 3290-CLASSIFY-RESULTS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-CLASSIFY-DONE.
            PERFORM 3290-CLASSIFY-RESULTS.

       3250-COPY-PROGRESS-LINE.
            PERFORM 2250-SPLIT-PROGRESS-LINE.
            IF WS-PG-VERDICT = 'SKIP'
                AND WS-PG-OPERATOR = WS-LEAVER-ID
                MOVE SPACES TO WS-REWRITE-RECORD
                STRING FUNCTION TRIM(WS-PG-ID-A) '|'
                    FUNCTION TRIM(WS-SUCCESSOR-ID) '|HAND'
                    DELIMITED BY SIZE INTO WS-REWRITE-RECORD
            ELSE
                MOVE WS-PROGRESS-RECORD TO WS-REWRITE-RECORD
            END-IF.
            WRITE WS-REWRITE-RECORD.

       3290-CLASSIFY-RESULTS.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'CLASSIFY'
                    IF WS-CLASSIFY-DONE = 'Y'
                        MOVE 'HANDED ON' TO WS-IT-RESULT (WS-ITEM-I)
                    ELSE
                        MOVE 'FAILED' TO WS-IT-RESULT (WS-ITEM-I)
                    END-IF
                    PERFORM 3800-LOG-THE-ITEM
                END-IF
            END-PERFORM.

      *> Held research keeps its note and date - only who holds it
      *> changes:
       3300-HAND-ON-RESEARCH.
            OPEN I-O ATTRIBUTION-FILE.
            IF WS-ATTR-STATUS NOT = '00'
                PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                    UNTIL WS-ITEM-I > WS-ITEM-USED
                    IF WS-IT-KIND (WS-ITEM-I) = 'RESEARCH'
                        MOVE 'NOT OPEN' TO WS-IT-RESULT (WS-ITEM-I)
                        PERFORM 3800-LOG-THE-ITEM
                    END-IF
                END-PERFORM
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'RESEARCH'
                    MOVE WS-IT-NUM (WS-ITEM-I) TO AT-ID
                    READ ATTRIBUTION-FILE
                        INVALID KEY
                            MOVE 'GONE' TO WS-IT-RESULT (WS-ITEM-I)
                        NOT INVALID KEY
                            IF AT-UNVERIFIED
                                AND AT-CHECKED-BY = WS-LEAVER-ID
                                MOVE WS-SUCCESSOR-ID TO AT-CHECKED-BY
                                REWRITE AT-DATA-RAW
                                    INVALID KEY
                                        MOVE 'FAILED'
                                          TO WS-IT-RESULT (WS-ITEM-I)
                                    NOT INVALID KEY
                                        MOVE 'HANDED ON'
                                          TO WS-IT-RESULT (WS-ITEM-I)
                                END-REWRITE
                            ELSE
                                MOVE 'CHANGED'
                                    TO WS-IT-RESULT (WS-ITEM-I)
                            END-IF
                    END-READ
                    PERFORM 3800-LOG-THE-ITEM
                END-IF
            END-PERFORM.
            CLOSE ATTRIBUTION-FILE.

      *> The schedule is loaded afresh, so a job added or changed
      *> since the survey is not lost, and written back whole:
       3400-HAND-ON-SCHEDULED-JOBS.
            MOVE ZERO TO WS-SCHED-COUNT.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'SCHEDULE'
                    ADD 1 TO WS-SCHED-COUNT
                END-IF
            END-PERFORM.
            IF WS-SCHED-COUNT = ZERO
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2450-LOAD-SCHEDULE.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'SCHEDULE'
                    MOVE 'GONE' TO WS-IT-RESULT (WS-ITEM-I)
                    PERFORM VARYING WS-JOB-I FROM 1 BY 1
                        UNTIL WS-JOB-I > WS-JOB-USED
                        IF WS-JB-NAME (WS-JOB-I) = WS-IT-KEY (WS-ITEM-I)
                            AND WS-JB-OWNER (WS-JOB-I) = WS-LEAVER-ID
                            MOVE WS-SUCCESSOR-ID
                                TO WS-JB-OWNER (WS-JOB-I)
                            MOVE 'HANDED ON'
                                TO WS-IT-RESULT (WS-ITEM-I)
                        END-IF
                    END-PERFORM
                END-IF
            END-PERFORM.
            PERFORM 3450-REWRITE-SCHEDULE.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                IF WS-IT-KIND (WS-ITEM-I) = 'SCHEDULE'
                    IF WS-SCHED-STATUS NOT = '00'
                        AND WS-IT-RESULT (WS-ITEM-I) = 'HANDED ON'
                        MOVE 'FAILED' TO WS-IT-RESULT (WS-ITEM-I)
                    END-IF
                    PERFORM 3800-LOG-THE-ITEM
                END-IF
            END-PERFORM.

      *> Written back in exactly Q_SCHED's format:
       3450-REWRITE-SCHEDULE.
            OPEN OUTPUT SCHEDULE-MASTER-FILE.
            IF WS-SCHED-STATUS NOT = '00'
                DISPLAY "Unable to rewrite "
                        FUNCTION TRIM(WS-SCHED-PATH)
                        ", status " WS-SCHED-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-JOB-I FROM 1 BY 1
                UNTIL WS-JOB-I > WS-JOB-USED
                MOVE SPACES TO WS-SCHED-RECORD WS-ROLL-SUFFIX
                IF WS-JB-OWNER (WS-JOB-I) NOT = SPACES
                    STRING '|' FUNCTION TRIM(WS-JB-ROLL (WS-JOB-I))
                        '|' FUNCTION TRIM(WS-JB-OWNER (WS-JOB-I))
                        DELIMITED BY SIZE INTO WS-ROLL-SUFFIX
                ELSE
                IF WS-JB-ROLL (WS-JOB-I) NOT = SPACES
                    STRING '|' WS-JB-ROLL (WS-JOB-I)
                        DELIMITED BY SIZE INTO WS-ROLL-SUFFIX
                END-IF
                END-IF
                STRING FUNCTION TRIM(WS-JB-NAME (WS-JOB-I)) '|'
                    FUNCTION TRIM(WS-JB-COMMAND (WS-JOB-I)) '|'
                    FUNCTION TRIM(WS-JB-RECUR (WS-JOB-I)) '|'
                    WS-JB-NEXT-RUN (WS-JOB-I)
                    DELIMITED BY SIZE
                    WS-ROLL-SUFFIX DELIMITED BY SPACE
                    INTO WS-SCHED-RECORD
                WRITE WS-SCHED-RECORD
            END-PERFORM.
            CLOSE SCHEDULE-MASTER-FILE.

      *> Suspended the way Q_USRMNT suspends - letters kept, none of
      *> them counting - with the leaving date beside the status.
      *> The master is re-read first so a change made in Q_USRMNT
      *> during the run is not written over:
       3500-SUSPEND-THE-LEAVER.
            PERFORM 1000-LOAD-USER-MASTER.
            MOVE WS-LEAVER-ID TO WS-LOOKUP-ID.
            PERFORM 1600-FIND-OPERATOR.
            IF WS-FOUND-I = ZERO
                DISPLAY "Operator " FUNCTION TRIM(WS-LEAVER-ID)
                        " is no longer on the user master."
                ADD 1 TO WS-MISSED-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-FOUND-I TO WS-LEAVER-I.
            MOVE 'S' TO WS-UT-STATUS (WS-LEAVER-I).
            MOVE WS-LEFT-DATE TO WS-UT-LEFT (WS-LEAVER-I).
            PERFORM 1500-REWRITE-USER-MASTER.
            MOVE 'Y' TO WS-SUSPENDED.
            DISPLAY "Operator " FUNCTION TRIM(WS-LEAVER-ID)
                    " suspended, left " WS-LEFT-DATE ".".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "operator " FUNCTION TRIM(WS-LEAVER-ID)
                " suspended, left " WS-LEFT-DATE
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'USRSUS' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> One HANDOVER entry per item, whatever became of it - a
      *> reassignment that did not happen is as much the auditor's
      *> business as one that did:
       3800-LOG-THE-ITEM.
            IF WS-IT-RESULT (WS-ITEM-I) = 'HANDED ON'
                ADD 1 TO WS-HANDED-COUNT
            ELSE
                ADD 1 TO WS-MISSED-COUNT
            END-IF.
            IF WS-IT-KIND (WS-ITEM-I) = 'PENDING'
                OR WS-IT-KIND (WS-ITEM-I) = 'CLASSIFY'
                OR WS-IT-KIND (WS-ITEM-I) = 'RESEARCH'
                MOVE WS-IT-NUM (WS-ITEM-I) TO WS-AUDIT-QUOTE-ID
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING FUNCTION TRIM(WS-IT-KIND (WS-ITEM-I)) " "
                FUNCTION TRIM(WS-IT-KEY (WS-ITEM-I)) " "
                FUNCTION TRIM(WS-LEAVER-ID) " to "
                FUNCTION TRIM(WS-SUCCESSOR-ID) ": "
                FUNCTION TRIM(WS-IT-RESULT (WS-ITEM-I))
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'HANDOVER' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> The supervisor's copy.  Every line up to the check value is
      *> sealed onto the one before, so a line altered on the
      *> signed copy no longer matches the OFFBOARD audit entry:
       4000-WRITE-HANDOVER-REPORT.
            MOVE SPACES TO WS-REPORT-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".HANDOVER-"
                FUNCTION TRIM(WS-LEAVER-ID)
                DELIMITED BY SIZE INTO WS-REPORT-PATH.
            OPEN OUTPUT HANDOVER-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = '00'
                DISPLAY "Unable to open " FUNCTION TRIM(WS-REPORT-PATH)
                        ", status " WS-REPORT-STATUS
                        " - the handover is done, the audit trail "
                        "has every item."
                ADD 1 TO WS-MISSED-COUNT
                EXIT PARAGRAPH
            END-IF.
            MOVE '00000000' TO WS-RPT-SEAL.
            MOVE ZERO TO WS-RPT-LINES.
            MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.

            STRING "Mighty Maxims - Operator Handover "
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            STRING "Departing operator: " WS-LEAVER-ID " "
                FUNCTION TRIM(WS-LEAVER-NAME)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            STRING "Leaving date:       " WS-LEFT-DATE
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            STRING "Successor:          " WS-SUCCESSOR-ID " "
                FUNCTION TRIM(WS-SUCCESSOR-NAME)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            STRING "Handed over by:     " WS-AUDIT-OPERATOR " on "
                WS-NOW (1:8) " at " WS-NOW (9:6)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            MOVE "Kind       Key                  Item"
                TO WS-REPORT-LINE.
            MOVE "Result" TO WS-REPORT-LINE (74:6).
            PERFORM 3950-EMIT-SEALED-LINE.
            IF WS-ITEM-USED = ZERO
                MOVE "(nothing on file was tied to this operator)"
                    TO WS-REPORT-LINE
                PERFORM 3950-EMIT-SEALED-LINE
            END-IF.
            PERFORM VARYING WS-ITEM-I FROM 1 BY 1
                UNTIL WS-ITEM-I > WS-ITEM-USED
                STRING WS-IT-KIND (WS-ITEM-I) " "
                    WS-IT-KEY (WS-ITEM-I) " "
                    WS-IT-TEXT (WS-ITEM-I) " "
                    WS-IT-RESULT (WS-ITEM-I)
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3950-EMIT-SEALED-LINE
            END-PERFORM.
            PERFORM 3950-EMIT-SEALED-LINE.
            MOVE WS-HANDED-COUNT TO WS-NUM-ED.
            STRING FUNCTION TRIM(WS-NUM-ED) " item(s) handed on"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3950-EMIT-SEALED-LINE.
            IF WS-MISSED-COUNT > ZERO
                MOVE WS-MISSED-COUNT TO WS-NUM-ED
                STRING FUNCTION TRIM(WS-NUM-ED) " item(s) NOT handed "
                    "on - see the result column"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3950-EMIT-SEALED-LINE
            END-IF.
            IF WS-SUSPENDED = 'Y'
                STRING "Operator " FUNCTION TRIM(WS-LEAVER-ID)
                    " suspended on the user master, left "
                    WS-LEFT-DATE
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            ELSE
                STRING "Operator " FUNCTION TRIM(WS-LEAVER-ID)
                    " NOT suspended - no longer on the user master"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
            END-IF.
            PERFORM 3950-EMIT-SEALED-LINE.

      *> The footer is outside the seal - it carries it:
            PERFORM 3900-EMIT-LINE.
            MOVE WS-RPT-LINES TO WS-NUM-ED.
            STRING "Check value " WS-RPT-SEAL " over "
                FUNCTION TRIM(WS-NUM-ED) " line(s) - matches the "
                "OFFBOARD entry on the audit trail"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "Supervisor ID ____________  Signature "
                & "____________________  Date __________"
                TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            CLOSE HANDOVER-REPORT-FILE.

            MOVE 'HANDOVER' TO WS-RPTREG-NAME.
            MOVE 'Q_OFFBRD' TO WS-RPTREG-PROGRAM.
            MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.
            DISPLAY "Handover report written to "
                    FUNCTION TRIM(WS-REPORT-PATH) ".".

       3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
            WRITE WS-REPORT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.

       3950-EMIT-SEALED-LINE.
            MOVE WS-REPORT-LINE TO WS-RPT-SEAL-BODY.
            CALL "Q_AUDSEAL" USING WS-SEAL-MODE WS-RPT-SEAL
                WS-RPT-SEAL-BODY WS-RPT-SEAL-NEXT
            END-CALL.
            MOVE WS-RPT-SEAL-NEXT TO WS-RPT-SEAL.
            ADD 1 TO WS-RPT-LINES.
            PERFORM 3900-EMIT-LINE.

      *> The leaver is the "earlier step" of a SELF rule - refused
      *> when it is the signed-on operator:
       7000-CHECK-SEGREGATION.
            MOVE 'C' TO WS-SOD-MODE.
            MOVE 'SELF' TO WS-SOD-PRIOR-ACTION.
            MOVE WS-LOOKUP-ID TO WS-SOD-PRIOR-BY.
            CALL "Q_SODCHK" USING WS-SOD-MODE WS-SOD-RULE-NO
                WS-AUDIT-OPERATOR WS-SOD-ACTION WS-SOD-PRIOR-ACTION
                WS-SOD-PRIOR-BY WS-SOD-RESULT WS-SOD-RULE-TEXT
            END-CALL.
            IF WS-SOD-RESULT = 'N'
                DISPLAY "Refused - " FUNCTION TRIM(WS-SOD-RULE-TEXT)
                        ".  Another administrator must make it."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "segregation: " FUNCTION TRIM(WS-SOD-RULE-TEXT)
                    ", offboarding own entry "
                    FUNCTION TRIM(WS-LOOKUP-ID)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

      *> Nothing has been changed when a survey cannot read its
      *> file, so the run simply stops:
       8000-FILE-TROUBLE.
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                WS-ERR-PATH WS-ERR-STATUS WS-ERR-DISPOSITION
            END-CALL.
            DISPLAY "Offboarding stopped - nothing was changed.".
            CLOSE AUDIT-LOG-FILE.
            MOVE 1 TO RETURN-CODE.
            STOP RUN.

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
            MOVE 'Q_OFFBRD' TO AUDIT-PROGRAM.
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
