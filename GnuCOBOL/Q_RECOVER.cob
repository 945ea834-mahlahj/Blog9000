       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-MAX-SEEN-ID        PIC 9(9) VALUE ZERO.
       01 WS-NEXT-ID            PIC 9(9) VALUE 1.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> Four-eyes sign-off through Q_DUALCTL - a second operator
      *> approves before anything is replayed:
       01 WS-DUAL-MODE          PIC X VALUE 'A'.
       01 WS-DUAL-REQ-NO        PIC 9(6) VALUE ZERO.
       01 WS-DUAL-PROGRAM       PIC X(10) VALUE 'Q_RECOVER'.
       01 WS-DUAL-ACTION        PIC X(8) VALUE 'RECOVER'.
       01 WS-DUAL-KEY           PIC X(20) VALUE SPACES.
       01 WS-DUAL-DESC          PIC X(60) VALUE SPACES.
       01 WS-DUAL-APPROVER      PIC X(10) VALUE SPACES.
       01 WS-DUAL-RESULT        PIC X VALUE SPACE.
       01 WS-DUAL-REASON        PIC X(60) VALUE SPACES.
       01 WS-DUAL-REQ-ED        PIC Z(5)9.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_RECOVER' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_RECOVER' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Journal Roll-Forward Recovery"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.
        MOVE 'M' TO WS-CHECK-FUNCTION.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to run a recovery."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        DISPLAY "Replays the change journal against " WS-SDF-PATH.
        DISPLAY "Apply entries at or after timestamp "
                "(YYYYMMDD-HHMMSS, blank = all):".
            STOP RUN
        END-IF.

        PERFORM 3000-GET-SIGN-OFF.
        IF WS-DUAL-RESULT NOT = 'Y'
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        OPEN INPUT UPDATE-JOURNAL-FILE.
        IF WS-JOURNAL-STATUS NOT = '00'
            DISPLAY "No journal on file at " WS-JOURNAL-PATH
            STOP RUN
        END-IF.

        PERFORM CHECK-SDF-ROLE.
        OPEN I-O MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " with trouble (see above).".

        MOVE WS-APPLIED-COUNT TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "journal roll-forward applied "
            FUNCTION TRIM(WS-NUM-ED) " change(s), authorised by "
            WS-DUAL-APPROVER
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'RECOVER' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
                DISPLAY "Sequence file advanced to " WS-NEXT-ID
            END-IF.

      *> The cut-off is the key, so an approval for one replay
      *> never covers a wider one.  A request left waiting, or
      *> refused, is on the audit trail either way:
       3000-GET-SIGN-OFF.
            MOVE SPACES TO WS-DUAL-KEY.
            MOVE SPACES TO WS-DUAL-DESC.
            IF WS-FROM-TS = SPACES
                MOVE 'ALL' TO WS-DUAL-KEY
                STRING "replay the whole journal against "
                    "the quote file"
                    DELIMITED BY SIZE INTO WS-DUAL-DESC
            ELSE
                MOVE WS-FROM-TS TO WS-DUAL-KEY
                STRING "replay the journal from " WS-FROM-TS
                    " over the quote file"
                    DELIMITED BY SIZE INTO WS-DUAL-DESC
            END-IF.
            MOVE 'A' TO WS-DUAL-MODE.
            CALL "Q_DUALCTL" USING WS-DUAL-MODE WS-DUAL-REQ-NO
                WS-DUAL-PROGRAM WS-DUAL-ACTION WS-DUAL-KEY
                WS-DUAL-DESC WS-AUDIT-OPERATOR WS-DUAL-APPROVER
                WS-DUAL-RESULT WS-DUAL-REASON
            END-CALL.
            MOVE WS-DUAL-REQ-NO TO WS-DUAL-REQ-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            EVALUATE WS-DUAL-RESULT
                WHEN 'Y'
                    CONTINUE
                WHEN 'P'
                    DISPLAY "Request " FUNCTION TRIM(WS-DUAL-REQ-ED)
                            " is waiting for a second operator to "
                            "approve it in Q_DUALAUTH."
                    DISPLAY "Run the recovery again once it is "
                            "approved."
                    STRING "four-eyes: request "
                        FUNCTION TRIM(WS-DUAL-REQ-ED) " "
                        FUNCTION TRIM(WS-DUAL-REASON) " - "
                        FUNCTION TRIM(WS-DUAL-DESC)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'DUALREQ' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
                WHEN OTHER
                    DISPLAY "Not authorised - "
                            FUNCTION TRIM(WS-DUAL-REASON) "."
                    STRING "four-eyes: "
                        FUNCTION TRIM(WS-DUAL-REASON) " - "
                        FUNCTION TRIM(WS-DUAL-DESC)
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'REFUSED' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
            END-EVALUATE.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
