       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_DUALCTL.

      *> Q_DUALCTL - the four-eyes rule.  Q_ARCHIVE's purge,
      *> Q_RESTORE and Q_RECOVER can each lose real data, so none of
      *> them goes ahead on one operator's say-so: a second operator
      *> cleared for maintenance (M) signs on with their own ID and
      *> PIN and approves first.  Either they do it there and then
      *> at the requester's terminal, or the request waits in the
      *> pending-authorisation file (<quote file>.DUALAUTH) until
      *> they approve it from Q_DUALAUTH, and the requester runs
      *> the job again.  A request not approved and used within
      *> MM_DUAL_EXPIRE_HOURS (default 24) of being made expires.
      *>
      *>   LK-MODE       'A' authorise - may LK-REQUESTER do
      *>                     LK-ACTION on LK-KEY now?
      *>                 'V' verify LK-APPROVER's ID and PIN only
      *>                 'L' list - the entry after request LK-REQ-NO
      *>                 'D' decide request LK-REQ-NO: LK-RESULT
      *>                     comes in 'A' approve or 'D' decline,
      *>                     made by LK-APPROVER
      *>   LK-REQ-NO     the request number
      *>   LK-PROGRAM    the program asking (Q_ARCHIVE, ...)
      *>   LK-ACTION     its audit action code (PURGE, RESTORE, ...)
      *>   LK-KEY        what it is done to - the same key must come
      *>                 back for an approval to count
      *>   LK-DESC       what the approver is shown
      *>   LK-REQUESTER  who asked
      *>   LK-APPROVER   who approved (returned by 'A')
      *>   LK-RESULT     'Y' go ahead / done, 'P' left waiting for
      *>                 approval, 'N' refused - LK-REASON says why;
      *>                 list mode answers the entry's own status
      *>                 letter, or 'E' past the last entry
      *>   LK-REASON     why not, or (list mode) when it was asked
      *>
      *> With no user master on file (open shop) nobody can be
      *> checked, so the approver's name is taken as given - it
      *> still has to differ from the requester's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DUAL-AUTH-FILE
            ASSIGN TO WS-DUAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUAL-AUTH-FILE.
       01  WS-DUAL-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY MM-SDF-PATH.
       01 WS-DUAL-PATH          PIC X(210) VALUE SPACES.
       01 WS-DUAL-STATUS        PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.

      *> One line per request, pipe separated:
      *>   number|status|asked|program|action|key|requester|
      *>   approver|decided|description
      *> Status P waiting, A approved, U used, D declined, X expired.
       01 WS-DUAL-USED          PIC 9(3) COMP VALUE ZERO.
       01 WS-DUAL-TABLE.
           05 WS-DUAL-ENTRY OCCURS 200 TIMES.
               10 WS-DT-REQ-NO       PIC 9(6).
               10 WS-DT-STATUS       PIC X.
               10 WS-DT-ASKED        PIC X(15).
               10 WS-DT-PROGRAM      PIC X(10).
               10 WS-DT-ACTION       PIC X(8).
               10 WS-DT-KEY          PIC X(20).
               10 WS-DT-REQUESTER    PIC X(10).
               10 WS-DT-APPROVER     PIC X(10).
               10 WS-DT-DECIDED      PIC X(15).
               10 WS-DT-DESC         PIC X(60).
       01 WS-DUAL-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-WAITING-I          PIC 9(3) COMP VALUE ZERO.
       01 WS-REQ-NO-A           PIC X(6) VALUE SPACES.
       01 WS-HIGH-REQ-NO        PIC 9(6) VALUE ZERO.
       01 WS-NUM-ED             PIC Z(5)9.

      *> Age arithmetic over the yyyymmdd-hhmmss stamps, in minutes:
       01 WS-NOW-TS             PIC X(21) VALUE SPACES.
       01 WS-NOW-STAMP          PIC X(15) VALUE SPACES.
       01 WS-NOW-MINUTES        PIC 9(12) VALUE ZERO.
       01 WS-ASKED-MINUTES      PIC 9(12) VALUE ZERO.
       01 WS-AGE-MINUTES        PIC S9(12) VALUE ZERO.
       01 WS-TS-DATE-NUM        PIC 9(8) VALUE ZERO.
       01 WS-EXPIRE-HOURS-A     PIC X(5) VALUE SPACES.
       01 WS-EXPIRE-HOURS       PIC 9(5) VALUE 24.
       01 WS-EXPIRE-MINUTES     PIC 9(9) VALUE ZERO.
      *> Finished requests (used, declined, expired) stay listed
      *> this long - the audit trail keeps them for good:
       01 WS-KEEP-MINUTES       PIC 9(9) VALUE 43200.

      *> The approver's sign-on, checked the way Q_MENU checks the
      *> requester's:
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.
       01 WS-ENTERED-ID         PIC X(10) VALUE SPACES.
       01 WS-PIN-TRY            PIC X(8) VALUE SPACES.
       01 WS-PIN-RESULT         PIC X VALUE SPACE.
       01 WS-PIN-TRIES          PIC 9 VALUE ZERO.
       01 WS-VERIFIED           PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LK-MODE               PIC X.
       01 LK-REQ-NO             PIC 9(6).
       01 LK-PROGRAM            PIC X(10).
       01 LK-ACTION             PIC X(8).
       01 LK-KEY                PIC X(20).
       01 LK-DESC               PIC X(60).
       01 LK-REQUESTER          PIC X(10).
       01 LK-APPROVER           PIC X(10).
       01 LK-RESULT             PIC X.
       01 LK-REASON             PIC X(60).

        PROCEDURE DIVISION USING LK-MODE LK-REQ-NO LK-PROGRAM
                                 LK-ACTION LK-KEY LK-DESC
                                 LK-REQUESTER LK-APPROVER
                                 LK-RESULT LK-REASON.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-EXPIRE-HOURS-A
            FROM ENVIRONMENT "MM_DUAL_EXPIRE_HOURS"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-EXPIRE-HOURS-A NOT = SPACES
            MOVE FUNCTION NUMVAL(WS-EXPIRE-HOURS-A)
                TO WS-EXPIRE-HOURS
        END-IF.
        COMPUTE WS-EXPIRE-MINUTES = WS-EXPIRE-HOURS * 60.
        MOVE SPACES TO WS-DUAL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".DUALAUTH"
            DELIMITED BY SIZE INTO WS-DUAL-PATH.

        MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS.
        MOVE SPACES TO WS-NOW-STAMP.
        STRING WS-NOW-TS (1:8) '-' WS-NOW-TS (9:6)
            DELIMITED BY SIZE INTO WS-NOW-STAMP.
        MOVE WS-NOW-TS (1:8) TO WS-TS-DATE-NUM.
        COMPUTE WS-NOW-MINUTES =
            FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM) * 1440
            + FUNCTION NUMVAL(WS-NOW-TS (9:2)) * 60
            + FUNCTION NUMVAL(WS-NOW-TS (11:2)).

        MOVE SPACES TO LK-REASON.
        EVALUATE LK-MODE
            WHEN 'A'
                PERFORM 1000-LOAD-REQUESTS
                PERFORM 3000-AUTHORISE
            WHEN 'V'
                PERFORM 6000-VERIFY-APPROVER
                IF WS-VERIFIED = 'Y'
                    MOVE 'Y' TO LK-RESULT
                ELSE
                    MOVE 'N' TO LK-RESULT
                END-IF
            WHEN 'L'
                PERFORM 1000-LOAD-REQUESTS
                PERFORM 4000-LIST-NEXT
            WHEN 'D'
                PERFORM 1000-LOAD-REQUESTS
                PERFORM 5000-DECIDE
            WHEN OTHER
                MOVE 'N' TO LK-RESULT
                MOVE "unknown four-eyes mode" TO LK-REASON
        END-EVALUATE.

        GOBACK.

      *> The whole file is small - read into the table, anything
      *> waiting or approved past its time marked expired on the
      *> way in:
       1000-LOAD-REQUESTS.
            MOVE ZERO TO WS-DUAL-USED.
            MOVE ZERO TO WS-HIGH-REQ-NO.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT DUAL-AUTH-FILE.
            IF WS-DUAL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ DUAL-AUTH-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-REQUEST
                END-READ
            END-PERFORM.
            IF WS-DUAL-STATUS = '00' OR WS-DUAL-STATUS = '10'
                CLOSE DUAL-AUTH-FILE
            END-IF.

       1100-LOAD-ONE-REQUEST.
            IF WS-DUAL-RECORD = SPACES
                OR WS-DUAL-RECORD (1:1) = '*'
                CONTINUE
            ELSE
                IF WS-DUAL-USED < 200
                    ADD 1 TO WS-DUAL-USED
                    MOVE SPACES TO WS-DUAL-ENTRY (WS-DUAL-USED)
                    MOVE SPACES TO WS-REQ-NO-A
                    UNSTRING WS-DUAL-RECORD DELIMITED BY '|'
                        INTO WS-REQ-NO-A
                             WS-DT-STATUS (WS-DUAL-USED)
                             WS-DT-ASKED (WS-DUAL-USED)
                             WS-DT-PROGRAM (WS-DUAL-USED)
                             WS-DT-ACTION (WS-DUAL-USED)
                             WS-DT-KEY (WS-DUAL-USED)
                             WS-DT-REQUESTER (WS-DUAL-USED)
                             WS-DT-APPROVER (WS-DUAL-USED)
                             WS-DT-DECIDED (WS-DUAL-USED)
                             WS-DT-DESC (WS-DUAL-USED)
                    END-UNSTRING
                    IF WS-REQ-NO-A IS NUMERIC
                        MOVE WS-REQ-NO-A
                            TO WS-DT-REQ-NO (WS-DUAL-USED)
                    ELSE
                        MOVE ZERO TO WS-DT-REQ-NO (WS-DUAL-USED)
                    END-IF
                    IF WS-DT-REQ-NO (WS-DUAL-USED) > WS-HIGH-REQ-NO
                        MOVE WS-DT-REQ-NO (WS-DUAL-USED)
                            TO WS-HIGH-REQ-NO
                    END-IF
                    MOVE WS-DUAL-USED TO WS-DUAL-I
                    PERFORM 1200-COMPUTE-THE-AGE
                    IF (WS-DT-STATUS (WS-DUAL-I) = 'P'
                        OR WS-DT-STATUS (WS-DUAL-I) = 'A')
                        AND WS-AGE-MINUTES > WS-EXPIRE-MINUTES
                        MOVE 'X' TO WS-DT-STATUS (WS-DUAL-I)
                        MOVE WS-NOW-STAMP TO WS-DT-DECIDED (WS-DUAL-I)
                    END-IF
                ELSE
                    DISPLAY "Pending-authorisation file holds more "
                            "than 200 requests - extra line ignored."
                END-IF
            END-IF.

      *> Minutes since request WS-DUAL-I was made; a stamp that
      *> cannot be read counts as long expired:
       1200-COMPUTE-THE-AGE.
            MOVE 999999999 TO WS-AGE-MINUTES.
            IF WS-DT-ASKED (WS-DUAL-I) (1:8) IS NUMERIC
                AND WS-DT-ASKED (WS-DUAL-I) (10:4) IS NUMERIC
                MOVE WS-DT-ASKED (WS-DUAL-I) (1:8) TO WS-TS-DATE-NUM
                COMPUTE WS-ASKED-MINUTES =
                    FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM) * 1440
                    + FUNCTION NUMVAL(
                        WS-DT-ASKED (WS-DUAL-I) (10:2)) * 60
                    + FUNCTION NUMVAL(
                        WS-DT-ASKED (WS-DUAL-I) (12:2))
                COMPUTE WS-AGE-MINUTES =
                    WS-NOW-MINUTES - WS-ASKED-MINUTES
            END-IF.

      *> Written back whole.  Finished requests older than the keep
      *> window drop off here:
       2000-SAVE-REQUESTS.
            OPEN OUTPUT DUAL-AUTH-FILE.
            IF WS-DUAL-STATUS NOT = '00'
                DISPLAY "WARNING: unable to write "
                        FUNCTION TRIM(WS-DUAL-PATH)
                        ", status " WS-DUAL-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-DUAL-I FROM 1 BY 1
                UNTIL WS-DUAL-I > WS-DUAL-USED
                PERFORM 1200-COMPUTE-THE-AGE
                IF (WS-DT-STATUS (WS-DUAL-I) = 'P'
                    OR WS-DT-STATUS (WS-DUAL-I) = 'A')
                    OR WS-AGE-MINUTES <= WS-KEEP-MINUTES
                    MOVE SPACES TO WS-DUAL-RECORD
                    STRING WS-DT-REQ-NO (WS-DUAL-I) '|'
                        WS-DT-STATUS (WS-DUAL-I) '|'
                        WS-DT-ASKED (WS-DUAL-I) '|'
                        FUNCTION TRIM(WS-DT-PROGRAM (WS-DUAL-I)) '|'
                        FUNCTION TRIM(WS-DT-ACTION (WS-DUAL-I)) '|'
                        FUNCTION TRIM(WS-DT-KEY (WS-DUAL-I)) '|'
                        FUNCTION TRIM(WS-DT-REQUESTER (WS-DUAL-I)) '|'
                        FUNCTION TRIM(WS-DT-APPROVER (WS-DUAL-I)) '|'
                        FUNCTION TRIM(WS-DT-DECIDED (WS-DUAL-I)) '|'
                        FUNCTION TRIM(WS-DT-DESC (WS-DUAL-I))
                        DELIMITED BY SIZE INTO WS-DUAL-RECORD
                    WRITE WS-DUAL-RECORD
                END-IF
            END-PERFORM.
            CLOSE DUAL-AUTH-FILE.

      *> An approval already given from Q_DUALAUTH is used up here;
      *> otherwise the second operator can sign on now, or the
      *> request is left waiting for them:
       3000-AUTHORISE.
            MOVE SPACES TO LK-APPROVER.
            MOVE ZERO TO LK-REQ-NO.
            MOVE ZERO TO WS-FOUND-I WS-WAITING-I.
            MOVE FUNCTION UPPER-CASE(LK-REQUESTER) TO LK-REQUESTER.
            PERFORM VARYING WS-DUAL-I FROM 1 BY 1
                UNTIL WS-DUAL-I > WS-DUAL-USED
                IF WS-DT-PROGRAM (WS-DUAL-I) = LK-PROGRAM
                    AND WS-DT-ACTION (WS-DUAL-I) = LK-ACTION
                    AND WS-DT-KEY (WS-DUAL-I) = LK-KEY
                    AND WS-DT-REQUESTER (WS-DUAL-I) = LK-REQUESTER
                    IF WS-DT-STATUS (WS-DUAL-I) = 'A'
                        MOVE WS-DUAL-I TO WS-FOUND-I
                    END-IF
                    IF WS-DT-STATUS (WS-DUAL-I) = 'P'
                        MOVE WS-DUAL-I TO WS-WAITING-I
                    END-IF
                END-IF
            END-PERFORM.

            IF WS-FOUND-I > ZERO
                MOVE 'U' TO WS-DT-STATUS (WS-FOUND-I)
                MOVE WS-DT-APPROVER (WS-FOUND-I) TO LK-APPROVER
                MOVE WS-DT-REQ-NO (WS-FOUND-I) TO LK-REQ-NO
                MOVE 'Y' TO LK-RESULT
                MOVE WS-DT-REQ-NO (WS-FOUND-I) TO WS-NUM-ED
                DISPLAY "Request " FUNCTION TRIM(WS-NUM-ED)
                        " was approved by "
                        FUNCTION TRIM(LK-APPROVER) "."
                PERFORM 2000-SAVE-REQUESTS
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "Four-eyes rule: a second operator cleared for "
                    "maintenance must approve this.".
            DISPLAY "Their operator ID (blank to leave the request "
                    "waiting for approval):".
            MOVE SPACES TO WS-ENTERED-ID.
            ACCEPT WS-ENTERED-ID FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ENTERED-ID) TO WS-ENTERED-ID.

            IF WS-ENTERED-ID = SPACES
                PERFORM 3100-LEAVE-WAITING
                PERFORM 2000-SAVE-REQUESTS
                EXIT PARAGRAPH
            END-IF.

            IF WS-ENTERED-ID = LK-REQUESTER
                MOVE 'N' TO LK-RESULT
                MOVE "the approver must be a different operator"
                    TO LK-REASON
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-ENTERED-ID TO LK-APPROVER.
            PERFORM 6000-VERIFY-APPROVER.
            IF WS-VERIFIED NOT = 'Y'
                MOVE 'N' TO LK-RESULT
                EXIT PARAGRAPH
            END-IF.

      *> Approved on the spot - a request already waiting for the
      *> same thing is settled by it too:
            MOVE 'Y' TO LK-RESULT.
            IF WS-WAITING-I > ZERO
                MOVE 'U' TO WS-DT-STATUS (WS-WAITING-I)
                MOVE LK-APPROVER TO WS-DT-APPROVER (WS-WAITING-I)
                MOVE WS-NOW-STAMP TO WS-DT-DECIDED (WS-WAITING-I)
                MOVE WS-DT-REQ-NO (WS-WAITING-I) TO LK-REQ-NO
                PERFORM 2000-SAVE-REQUESTS
            END-IF.

       3100-LEAVE-WAITING.
            MOVE 'P' TO LK-RESULT.
            IF WS-WAITING-I > ZERO
                MOVE WS-DT-REQ-NO (WS-WAITING-I) TO LK-REQ-NO
                MOVE "already waiting for approval" TO LK-REASON
                EXIT PARAGRAPH
            END-IF.
            IF WS-DUAL-USED NOT < 200
                MOVE 'N' TO LK-RESULT
                MOVE "the pending-authorisation file is full"
                    TO LK-REASON
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-DUAL-USED.
            ADD 1 TO WS-HIGH-REQ-NO.
            MOVE SPACES TO WS-DUAL-ENTRY (WS-DUAL-USED).
            MOVE WS-HIGH-REQ-NO TO WS-DT-REQ-NO (WS-DUAL-USED).
            MOVE 'P' TO WS-DT-STATUS (WS-DUAL-USED).
            MOVE WS-NOW-STAMP TO WS-DT-ASKED (WS-DUAL-USED).
            MOVE LK-PROGRAM TO WS-DT-PROGRAM (WS-DUAL-USED).
            MOVE LK-ACTION TO WS-DT-ACTION (WS-DUAL-USED).
            MOVE LK-KEY TO WS-DT-KEY (WS-DUAL-USED).
            MOVE LK-REQUESTER TO WS-DT-REQUESTER (WS-DUAL-USED).
            MOVE LK-DESC TO WS-DT-DESC (WS-DUAL-USED).
            MOVE WS-HIGH-REQ-NO TO LK-REQ-NO.
            MOVE "left waiting for approval" TO LK-REASON.

      *> The request after LK-REQ-NO in number order, whatever its
      *> status - Q_DUALAUTH decides what to show:
       4000-LIST-NEXT.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-DUAL-I FROM 1 BY 1
                UNTIL WS-DUAL-I > WS-DUAL-USED
                IF WS-DT-REQ-NO (WS-DUAL-I) > LK-REQ-NO
                    IF WS-FOUND-I = ZERO
                        MOVE WS-DUAL-I TO WS-FOUND-I
                    ELSE
                        IF WS-DT-REQ-NO (WS-DUAL-I)
                            < WS-DT-REQ-NO (WS-FOUND-I)
                            MOVE WS-DUAL-I TO WS-FOUND-I
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-FOUND-I = ZERO
                MOVE 'E' TO LK-RESULT
            ELSE
                MOVE WS-DT-REQ-NO (WS-FOUND-I) TO LK-REQ-NO
                MOVE WS-DT-STATUS (WS-FOUND-I) TO LK-RESULT
                MOVE WS-DT-PROGRAM (WS-FOUND-I) TO LK-PROGRAM
                MOVE WS-DT-ACTION (WS-FOUND-I) TO LK-ACTION
                MOVE WS-DT-KEY (WS-FOUND-I) TO LK-KEY
                MOVE WS-DT-DESC (WS-FOUND-I) TO LK-DESC
                MOVE WS-DT-REQUESTER (WS-FOUND-I) TO LK-REQUESTER
                MOVE WS-DT-APPROVER (WS-FOUND-I) TO LK-APPROVER
                STRING "asked " WS-DT-ASKED (WS-FOUND-I)
                    DELIMITED BY SIZE INTO LK-REASON
            END-IF.

      *> The caller has already verified LK-APPROVER through mode
      *> 'V'.  Only a waiting request can be decided, and never by
      *> the operator who asked for it:
       5000-DECIDE.
            MOVE FUNCTION UPPER-CASE(LK-APPROVER) TO LK-APPROVER.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-DUAL-I FROM 1 BY 1
                UNTIL WS-DUAL-I > WS-DUAL-USED
                IF WS-DT-REQ-NO (WS-DUAL-I) = LK-REQ-NO
                    MOVE WS-DUAL-I TO WS-FOUND-I
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-FOUND-I = ZERO
                    MOVE 'N' TO LK-RESULT
                    MOVE "no such request" TO LK-REASON
                WHEN WS-DT-STATUS (WS-FOUND-I) = 'X'
                    MOVE 'N' TO LK-RESULT
                    MOVE "that request has expired" TO LK-REASON
                WHEN WS-DT-STATUS (WS-FOUND-I) NOT = 'P'
                    MOVE 'N' TO LK-RESULT
                    MOVE "that request is no longer waiting"
                        TO LK-REASON
                WHEN WS-DT-REQUESTER (WS-FOUND-I) = LK-APPROVER
                    MOVE 'N' TO LK-RESULT
                    MOVE "nobody may approve their own request"
                        TO LK-REASON
                WHEN OTHER
                    MOVE LK-RESULT TO WS-DT-STATUS (WS-FOUND-I)
                    MOVE LK-APPROVER TO WS-DT-APPROVER (WS-FOUND-I)
                    MOVE WS-NOW-STAMP TO WS-DT-DECIDED (WS-FOUND-I)
                    MOVE 'Y' TO LK-RESULT
                    PERFORM 2000-SAVE-REQUESTS
            END-EVALUATE.
            IF WS-FOUND-I > ZERO
                MOVE WS-DT-PROGRAM (WS-FOUND-I) TO LK-PROGRAM
                MOVE WS-DT-ACTION (WS-FOUND-I) TO LK-ACTION
                MOVE WS-DT-KEY (WS-FOUND-I) TO LK-KEY
                MOVE WS-DT-DESC (WS-FOUND-I) TO LK-DESC
                MOVE WS-DT-REQUESTER (WS-FOUND-I) TO LK-REQUESTER
            END-IF.

      *> The approver has to hold M themselves and sign on with
      *> their own PIN - an operator without a PIN on file cannot
      *> approve, since anyone could type their ID:
       6000-VERIFY-APPROVER.
            MOVE 'N' TO WS-VERIFIED.
            MOVE FUNCTION UPPER-CASE(LK-APPROVER) TO LK-APPROVER.
            MOVE 'M' TO WS-CHECK-FUNCTION.
            CALL "Q_USERCHK" USING LK-APPROVER WS-CHECK-FUNCTION
                WS-CHECK-RESULT WS-USER-NAME
            END-CALL.
            EVALUATE WS-CHECK-RESULT
                WHEN 'M'
                    MOVE 'Y' TO WS-VERIFIED
                    EXIT PARAGRAPH
                WHEN 'U'
                    STRING FUNCTION TRIM(LK-APPROVER)
                        " is not on the user master"
                        DELIMITED BY SIZE INTO LK-REASON
                    EXIT PARAGRAPH
                WHEN 'N'
                    STRING FUNCTION TRIM(LK-APPROVER)
                        " is not cleared for maintenance"
                        DELIMITED BY SIZE INTO LK-REASON
                    EXIT PARAGRAPH
            END-EVALUATE.

            MOVE SPACES TO WS-PIN-TRY.
            CALL "Q_PINCHK" USING LK-APPROVER WS-PIN-TRY
                WS-PIN-RESULT
            END-CALL.
            IF WS-PIN-RESULT = 'P'
                STRING FUNCTION TRIM(LK-APPROVER)
                    " has no PIN on file to approve with"
                    DELIMITED BY SIZE INTO LK-REASON
                EXIT PARAGRAPH
            END-IF.

            MOVE ZERO TO WS-PIN-TRIES.
            PERFORM UNTIL WS-VERIFIED = 'Y' OR WS-PIN-TRIES = 3
                ADD 1 TO WS-PIN-TRIES
                DISPLAY "PIN for " FUNCTION TRIM(LK-APPROVER) ":"
                MOVE SPACES TO WS-PIN-TRY
                ACCEPT WS-PIN-TRY FROM CONSOLE
                CALL "Q_PINCHK" USING LK-APPROVER WS-PIN-TRY
                    WS-PIN-RESULT
                END-CALL
                IF WS-PIN-RESULT = 'Y'
                    MOVE 'Y' TO WS-VERIFIED
                ELSE
                    DISPLAY "That is not the PIN on file."
                END-IF
            END-PERFORM.
            IF WS-VERIFIED NOT = 'Y'
                STRING "three wrong PINs for "
                    FUNCTION TRIM(LK-APPROVER)
                    DELIMITED BY SIZE INTO LK-REASON
            END-IF.
