       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_PLAN.

      *> Quote-of-the-day plan maintenance: the curator's side of
      *> the forward plan Q_DAILY drafts in planning mode.  List a
      *> month, swap a day's quote for another, pin a drafted day
      *> as it stands, approve a whole month at once, or unpin a
      *> day and hand it back to the rotation.  Only a pinned day
      *> binds Q_DAILY, and only pinned days go on the Q_CALPRT
      *> desk calendar - pinning is the approval.  Gated on the
      *> same review clearance as Q_REVIEW.

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

       *> The forward plan - see MM-PLAN-RAW.cpy:
       SELECT DAILY-PLAN-FILE
            ASSIGN TO WS-PLAN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-DATE
            FILE STATUS IS WS-PLAN-STATUS.

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
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-PLAN-RAW.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_PLAN'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       COPY AUDIT-LOG-PATH.
       01 WS-PLAN-PATH          PIC X(205) VALUE SPACES.
       01 WS-PLAN-STATUS        PIC XX VALUE '00'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-TODAY              PIC X(8) VALUE SPACES.
       01 WS-NOW                PIC X(21) VALUE SPACES.
       01 WS-DAY-A              PIC X(8) VALUE SPACES.
       01 WS-MONTH-A            PIC X(6) VALUE SPACES.
       01 WS-LOOKUP-ID          PIC 9(9) VALUE ZERO.
       01 WS-PLAN-FOUND         PIC X VALUE 'N'.
       01 WS-QUOTE-OK           PIC X VALUE 'N'.
       01 WS-LIFE-OK            PIC X VALUE 'Y'.
       01 WS-OLD-ID             PIC 9(9) VALUE ZERO.
       01 WS-LIST-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-PIN-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'R'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> The list line's weekday, from the day number - 1601-01-01,
      *> day 1 of INTEGER-OF-DATE, was a Monday:
       01 WS-DATE-NUM           PIC 9(8) VALUE ZERO.
       01 WS-DOW                PIC 9 VALUE ZERO.
       01 WS-DOW-NAMES          PIC X(21)
               VALUE 'MonTueWedThuFriSatSun'.
       01 WS-DOW-TABLE REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-STATE-TEXT         PIC X(6) VALUE SPACES.
       01 WS-HOW-TEXT           PIC X(8) VALUE SPACES.

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
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PLAN"
            DELIMITED BY SIZE INTO WS-PLAN-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_PLAN' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_PLAN' TO WS-LAYCHK-PROGRAM.
        MOVE 'PLAN' TO WS-LAYCHK-CODE.
        MOVE WS-PLAN-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Quote of the Day Plan"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
        MOVE 'R' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to curate the plan."
            MOVE "plan maintenance refused" TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
            END-CALL
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        PERFORM REGISTER-SDF-OPEN.

        OPEN I-O DAILY-PLAN-FILE.
        IF WS-PLAN-STATUS NOT = '00'
            DISPLAY "Creating the plan file ..."
            OPEN OUTPUT DAILY-PLAN-FILE
            CLOSE DAILY-PLAN-FILE
            OPEN I-O DAILY-PLAN-FILE
            IF WS-PLAN-STATUS NOT = '00'
                DISPLAY "Unable to open the plan file, status "
                        WS-PLAN-STATUS
                CLOSE MM-COBOL-SDF-FILE
                PERFORM REGISTER-SDF-CLOSE
                CLOSE AUDIT-LOG-FILE
                STOP RUN
            END-IF
        END-IF.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "  [L] List a month of the plan"
            DISPLAY "  [S] Swap a day's quote"
            DISPLAY "  [P] Pin a day as planned"
            DISPLAY "  [A] Approve a month - pin every drafted day"
            DISPLAY "  [U] Unpin a day"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/S/P/A/U/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                WHEN 'L'
                    PERFORM 1000-LIST-A-MONTH
                WHEN 'S'
                    PERFORM 2000-SWAP-A-DAY
                WHEN 'P'
                    PERFORM 3000-PIN-A-DAY
                WHEN 'A'
                    PERFORM 4000-APPROVE-A-MONTH
                WHEN 'U'
                    PERFORM 5000-UNPIN-A-DAY
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    DISPLAY "No such option: " WS-MODE
            END-EVALUATE
        END-PERFORM.

        CLOSE DAILY-PLAN-FILE.
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.

        MOVE "Q_PLAN run complete" TO WS-AUDIT-MESSAGE.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       0100-ASK-MONTH.
            DISPLAY "Month (YYYYMM):".
            ACCEPT WS-MONTH-A FROM CONSOLE.
            IF WS-MONTH-A NOT NUMERIC
                OR WS-MONTH-A (5:2) < '01' OR WS-MONTH-A (5:2) > '12'
                DISPLAY "A YYYYMM month is required."
                MOVE SPACES TO WS-MONTH-A
            END-IF.

      *> The day asked for must be in the future - today's pick is
      *> already made or about to be, and the past is history:
       0200-ASK-DAY.
            MOVE 'N' TO WS-PLAN-FOUND.
            DISPLAY "Day (YYYYMMDD):".
            ACCEPT WS-DAY-A FROM CONSOLE.
            IF WS-DAY-A NOT NUMERIC
                OR WS-DAY-A (5:2) < '01' OR WS-DAY-A (5:2) > '12'
                OR WS-DAY-A (7:2) < '01' OR WS-DAY-A (7:2) > '31'
                DISPLAY "A YYYYMMDD day is required."
                MOVE SPACES TO WS-DAY-A
                EXIT PARAGRAPH
            END-IF.
            IF WS-DAY-A NOT > WS-TODAY
                DISPLAY "Only days after today can be planned."
                MOVE SPACES TO WS-DAY-A
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DAY-A TO PN-DATE.
            READ DAILY-PLAN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-PLAN-FOUND
            END-READ.

       1000-LIST-A-MONTH.
            PERFORM 0100-ASK-MONTH.
            IF WS-MONTH-A = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-LIST-COUNT.
            MOVE 'N' TO WS-EOF.
            MOVE SPACES TO PN-DATE.
            STRING WS-MONTH-A "01" DELIMITED BY SIZE INTO PN-DATE.
            START DAILY-PLAN-FILE KEY IS >= PN-DATE
                INVALID KEY
                    MOVE 'Y' TO WS-EOF
            END-START.
            DISPLAY "Day          State  From     Quote ID  Author".
            PERFORM UNTIL WS-EOF = 'Y'
                READ DAILY-PLAN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PN-DATE (1:6) NOT = WS-MONTH-A
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            ADD 1 TO WS-LIST-COUNT
                            PERFORM 1100-LIST-ONE-DAY
                        END-IF
                END-READ
            END-PERFORM.
            IF WS-LIST-COUNT = ZERO
                DISPLAY "Nothing planned for " WS-MONTH-A
                        " - run Q_DAILY in planning mode first."
            END-IF.

       1100-LIST-ONE-DAY.
            MOVE PN-DATE TO WS-DATE-NUM.
            COMPUTE WS-DOW = FUNCTION MOD(
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1, 7) + 1.
            IF PN-PINNED
                MOVE 'PINNED' TO WS-STATE-TEXT
            ELSE
                MOVE 'draft' TO WS-STATE-TEXT
            END-IF.
            EVALUATE TRUE
                WHEN PN-BY-OCCASION
                    MOVE 'occasion' TO WS-HOW-TEXT
                WHEN PN-BY-CURATOR
                    MOVE 'curator' TO WS-HOW-TEXT
                WHEN OTHER
                    MOVE 'rotation' TO WS-HOW-TEXT
            END-EVALUATE.
            MOVE PN-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    MOVE "(no longer on file)" TO Q-AUTHOR
            END-READ.
            DISPLAY PN-DATE " " WS-DOW-NAME (WS-DOW) " "
                    WS-STATE-TEXT " " WS-HOW-TEXT " " PN-ID " "
                    Q-AUTHOR (1:30).

      *> A swap names the day's quote outright and pins it.  The
      *> quote has to be on file and inside its publication window
      *> on that day, or Q_DAILY would only pass over it:
       2000-SWAP-A-DAY.
            PERFORM 0200-ASK-DAY.
            IF WS-DAY-A = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-OLD-ID.
            IF WS-PLAN-FOUND = 'Y'
                MOVE PN-ID TO WS-OLD-ID
                DISPLAY "Planned now: quote " PN-ID
            END-IF.
            DISPLAY "Quote ID for " WS-DAY-A ":".
            ACCEPT WS-LOOKUP-ID FROM CONSOLE.
            PERFORM 2100-CHECK-THE-QUOTE.
            IF WS-QUOTE-OK NOT = 'Y'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DAY-A TO PN-DATE.
            MOVE WS-LOOKUP-ID TO PN-ID.
            MOVE 'C' TO PN-HOW.
            PERFORM 6000-STORE-PINNED-DAY.
            DISPLAY "Quote " WS-LOOKUP-ID " pinned for " WS-DAY-A ".".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "plan " WS-DAY-A " swapped from " WS-OLD-ID
                " and pinned"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'PLANSWAP' TO WS-AUDIT-ACTION.
            MOVE WS-LOOKUP-ID TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

       2100-CHECK-THE-QUOTE.
            MOVE 'N' TO WS-QUOTE-OK.
            MOVE WS-LOOKUP-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    DISPLAY "No quote on file with that ID."
                    EXIT PARAGRAPH
            END-READ.
            DISPLAY "Source: " Q-SOURCE.
            DISPLAY "Author: " Q-AUTHOR.
            CALL "Q_LIFECHK" USING Q-ID WS-DAY-A WS-LIFE-OK
            END-CALL.
            IF WS-LIFE-OK NOT = 'Y'
                DISPLAY "That quote is outside its publication window "
                        "on " WS-DAY-A " - nothing changed."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-QUOTE-OK.

       3000-PIN-A-DAY.
            PERFORM 0200-ASK-DAY.
            IF WS-DAY-A = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-PLAN-FOUND NOT = 'Y'
                DISPLAY "Nothing planned for " WS-DAY-A
                        " - swap a quote in instead."
                EXIT PARAGRAPH
            END-IF.
            IF PN-PINNED
                DISPLAY "That day is already pinned."
                EXIT PARAGRAPH
            END-IF.
            PERFORM 6000-STORE-PINNED-DAY.
            DISPLAY "Quote " PN-ID " pinned for " WS-DAY-A ".".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "plan " WS-DAY-A " pinned as drafted"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'PLANPIN' TO WS-AUDIT-ACTION.
            MOVE PN-ID TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

      *> The month's sign-off: every drafted day from tomorrow on
      *> is pinned as it stands.  Days already pinned are left
      *> alone, and one audit entry covers the whole month:
       4000-APPROVE-A-MONTH.
            PERFORM 0100-ASK-MONTH.
            IF WS-MONTH-A = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-PIN-COUNT.
            MOVE 'N' TO WS-EOF.
            MOVE SPACES TO PN-DATE.
            STRING WS-MONTH-A "01" DELIMITED BY SIZE INTO PN-DATE.
            START DAILY-PLAN-FILE KEY IS >= PN-DATE
                INVALID KEY
                    MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DAILY-PLAN-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF PN-DATE (1:6) NOT = WS-MONTH-A
                            MOVE 'Y' TO WS-EOF
                        ELSE
                            IF PN-DRAFT AND PN-DATE > WS-TODAY
                                PERFORM 6000-STORE-PINNED-DAY
                                ADD 1 TO WS-PIN-COUNT
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            MOVE WS-PIN-COUNT TO WS-NUM-ED.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " day(s) of " WS-MONTH-A
                    " pinned.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "plan " WS-MONTH-A " approved, "
                FUNCTION TRIM(WS-NUM-ED) " day(s) pinned"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'PLANAPPR' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> Unpinned, the day goes back to a draft - a forecast that
      *> Q_DAILY decides afresh, and that the next planning run
      *> may redraft:
       5000-UNPIN-A-DAY.
            PERFORM 0200-ASK-DAY.
            IF WS-DAY-A = SPACES
                EXIT PARAGRAPH
            END-IF.
            IF WS-PLAN-FOUND NOT = 'Y' OR NOT PN-PINNED
                DISPLAY "That day is not pinned."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'D' TO PN-STATUS.
            REWRITE PN-DATA-RAW
                INVALID KEY
                    DISPLAY "Unable to unpin that day."
                    EXIT PARAGRAPH
            END-REWRITE.
            DISPLAY "Day " WS-DAY-A " unpinned.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "plan " WS-DAY-A " unpinned"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'PLANUNPN' TO WS-AUDIT-ACTION.
            MOVE PN-ID TO WS-AUDIT-QUOTE-ID.
            PERFORM WRITE-AUDIT-ENTRY.

      *> PN-DATE, PN-ID and PN-HOW are set by the caller; the day
      *> is written new or rewritten, pinned, with who and when:
       6000-STORE-PINNED-DAY.
            MOVE 'P' TO PN-STATUS.
            MOVE WS-AUDIT-OPERATOR TO PN-BY.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE SPACES TO PN-STAMP.
            STRING WS-NOW (1:8) '-' WS-NOW (9:6)
                DELIMITED BY SIZE INTO PN-STAMP.
            WRITE PN-DATA-RAW
                INVALID KEY
                    REWRITE PN-DATA-RAW
                        INVALID KEY
                            DISPLAY "Unable to store the plan for "
                                    PN-DATE "."
                    END-REWRITE
            END-WRITE.

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
            MOVE 'Q_PLAN' TO AUDIT-PROGRAM.
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
