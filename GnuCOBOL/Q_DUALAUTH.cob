       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_DUALAUTH.

      *> Four-eyes authorisation console - where the second
      *> operator approves (or declines) an archive purge, a
      *> generation restore or a journal recovery that another
      *> operator has asked for and left waiting.  The approver
      *> signs on here with their own ID and PIN every time, even
      *> from the menu, and must hold M themselves; nobody can
      *> decide their own request.  An approved request is used up
      *> when the requester runs the job again, and anything not
      *> approved and used within MM_DUAL_EXPIRE_HOURS expires.
      *> The pending-authorisation file itself is Q_DUALCTL's
      *> business - this program only asks it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> Shared audit trail, appended to by every quote/threading
       *> program:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-SHOWN-COUNT        PIC 9(3) COMP VALUE ZERO.
       01 WS-WANTED-A           PIC X(6) VALUE SPACES.
       01 WS-DECIDED-COUNT      PIC 9(3) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC Z(5)9.

      *> Q_DUALCTL's linkage:
       01 WS-DUAL-MODE          PIC X VALUE 'L'.
       01 WS-DUAL-REQ-NO        PIC 9(6) VALUE ZERO.
       01 WS-DUAL-PROGRAM       PIC X(10) VALUE SPACES.
       01 WS-DUAL-ACTION        PIC X(8) VALUE SPACES.
       01 WS-DUAL-KEY           PIC X(20) VALUE SPACES.
       01 WS-DUAL-DESC          PIC X(60) VALUE SPACES.
       01 WS-DUAL-REQUESTER     PIC X(10) VALUE SPACES.
       01 WS-DUAL-APPROVER      PIC X(10) VALUE SPACES.
       01 WS-DUAL-RESULT        PIC X VALUE SPACE.
       01 WS-DUAL-REASON        PIC X(60) VALUE SPACES.
       01 WS-STATUS-WORD        PIC X(8) VALUE SPACES.

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
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Four-Eyes Authorisation"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
        END-IF.
        MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
            TO WS-AUDIT-OPERATOR.
        MOVE WS-AUDIT-OPERATOR TO WS-DUAL-APPROVER.
        MOVE 'V' TO WS-DUAL-MODE.
        CALL "Q_DUALCTL" USING WS-DUAL-MODE WS-DUAL-REQ-NO
            WS-DUAL-PROGRAM WS-DUAL-ACTION WS-DUAL-KEY WS-DUAL-DESC
            WS-DUAL-REQUESTER WS-DUAL-APPROVER WS-DUAL-RESULT
            WS-DUAL-REASON
        END-CALL.
        IF WS-DUAL-RESULT NOT = 'Y'
            DISPLAY "Not authorised - "
                    FUNCTION TRIM(WS-DUAL-REASON) "."
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "four-eyes: " FUNCTION TRIM(WS-DUAL-REASON)
                " - approver sign-on"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM UNTIL WS-DONE = 'Y'
            PERFORM 1000-LIST-REQUESTS
            IF WS-SHOWN-COUNT = ZERO
                DISPLAY "Nothing is waiting for approval."
                MOVE 'Y' TO WS-DONE
            ELSE
                DISPLAY "Request number to decide (blank to finish):"
                MOVE SPACES TO WS-WANTED-A
                ACCEPT WS-WANTED-A FROM CONSOLE
                IF WS-WANTED-A = SPACES
                    MOVE 'Y' TO WS-DONE
                ELSE
                    PERFORM 2000-DECIDE-A-REQUEST
                END-IF
            END-IF
        END-PERFORM.

        MOVE WS-DECIDED-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " request(s) decided.".
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> Waiting requests, and approved ones the requester has not
      *> used yet - the rest are history the audit trail keeps:
       1000-LIST-REQUESTS.
            MOVE ZERO TO WS-SHOWN-COUNT.
            MOVE ZERO TO WS-DUAL-REQ-NO.
            MOVE 'L' TO WS-DUAL-MODE.
            MOVE SPACE TO WS-DUAL-RESULT.
            PERFORM UNTIL WS-DUAL-RESULT = 'E'
                CALL "Q_DUALCTL" USING WS-DUAL-MODE WS-DUAL-REQ-NO
                    WS-DUAL-PROGRAM WS-DUAL-ACTION WS-DUAL-KEY
                    WS-DUAL-DESC WS-DUAL-REQUESTER WS-DUAL-APPROVER
                    WS-DUAL-RESULT WS-DUAL-REASON
                END-CALL
                IF WS-DUAL-RESULT = 'P' OR WS-DUAL-RESULT = 'A'
                    PERFORM 1100-SHOW-ONE-REQUEST
                END-IF
            END-PERFORM.

       1100-SHOW-ONE-REQUEST.
            IF WS-SHOWN-COUNT = ZERO
                DISPLAY "--------------------------------"
            END-IF.
            ADD 1 TO WS-SHOWN-COUNT.
            IF WS-DUAL-RESULT = 'P'
                MOVE 'WAITING' TO WS-STATUS-WORD
            ELSE
                MOVE 'APPROVED' TO WS-STATUS-WORD
            END-IF.
            MOVE WS-DUAL-REQ-NO TO WS-NUM-ED.
            DISPLAY "Request " WS-NUM-ED "  " WS-STATUS-WORD "  "
                    FUNCTION TRIM(WS-DUAL-REASON).
            DISPLAY "  " FUNCTION TRIM(WS-DUAL-PROGRAM) " "
                    FUNCTION TRIM(WS-DUAL-ACTION) " asked by "
                    FUNCTION TRIM(WS-DUAL-REQUESTER).
            DISPLAY "  " FUNCTION TRIM(WS-DUAL-DESC).
            IF WS-DUAL-RESULT = 'A'
                DISPLAY "  approved by "
                        FUNCTION TRIM(WS-DUAL-APPROVER)
                        " - waiting for the requester to run it"
            END-IF.

      *> Each decision is audited under the approver's own name
      *> with the requester's named in the detail:
       2000-DECIDE-A-REQUEST.
            IF FUNCTION TEST-NUMVAL(WS-WANTED-A) NOT = ZERO
                DISPLAY "Not a request number: " WS-WANTED-A
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-WANTED-A) TO WS-DUAL-REQ-NO.
            DISPLAY "[A]pprove or [D]ecline request "
                    FUNCTION TRIM(WS-WANTED-A) "?".
            MOVE SPACE TO WS-MODE.
            ACCEPT WS-MODE FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
            IF WS-MODE NOT = 'A' AND WS-MODE NOT = 'D'
                DISPLAY "Left as it was."
                EXIT PARAGRAPH
            END-IF.

            MOVE 'D' TO WS-DUAL-MODE.
            MOVE WS-MODE TO WS-DUAL-RESULT.
            MOVE WS-AUDIT-OPERATOR TO WS-DUAL-APPROVER.
            CALL "Q_DUALCTL" USING WS-DUAL-MODE WS-DUAL-REQ-NO
                WS-DUAL-PROGRAM WS-DUAL-ACTION WS-DUAL-KEY
                WS-DUAL-DESC WS-DUAL-REQUESTER WS-DUAL-APPROVER
                WS-DUAL-RESULT WS-DUAL-REASON
            END-CALL.
            IF WS-DUAL-RESULT NOT = 'Y'
                DISPLAY "Not done - "
                        FUNCTION TRIM(WS-DUAL-REASON) "."
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO WS-DECIDED-COUNT.
            MOVE WS-DUAL-REQ-NO TO WS-NUM-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            IF WS-MODE = 'A'
                DISPLAY "Request " FUNCTION TRIM(WS-NUM-ED)
                        " approved - "
                        FUNCTION TRIM(WS-DUAL-REQUESTER)
                        " can run it now."
                STRING "four-eyes: approved request "
                    FUNCTION TRIM(WS-NUM-ED) " asked by "
                    FUNCTION TRIM(WS-DUAL-REQUESTER) " - "
                    FUNCTION TRIM(WS-DUAL-DESC)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'DUALOK' TO WS-AUDIT-ACTION
            ELSE
                DISPLAY "Request " FUNCTION TRIM(WS-NUM-ED)
                        " declined."
                STRING "four-eyes: declined request "
                    FUNCTION TRIM(WS-NUM-ED) " asked by "
                    FUNCTION TRIM(WS-DUAL-REQUESTER) " - "
                    FUNCTION TRIM(WS-DUAL-DESC)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'DUALNO' TO WS-AUDIT-ACTION
            END-IF.
            PERFORM WRITE-AUDIT-ENTRY.

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
            MOVE 'Q_DUALAUTH' TO AUDIT-PROGRAM.
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
