       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_FBHOLD.

      *> Complaint-hold review: serves each quote Q_FBTAKE has held
      *> on reader complaints to a reviewer, with the complaints
      *> the readers sent, one at a time.  Clearing the hold puts
      *> the quote straight back on every outward channel and the
      *> complaint count starts again from the clearance; keeping
      *> it leaves the quote off them for another look.  A quote
      *> that should go for good is retired through Q_LIFEMNT or
      *> archived - the hold stays until then.  Gated on the same
      *> review clearance as Q_REVIEW.

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

       *> The complaint holds - see MM-FBH-RAW.cpy:
       SELECT FEEDBACK-HOLD-FILE
            ASSIGN TO WS-FBH-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FH-ID
            FILE STATUS IS WS-FBH-STATUS.

       *> The reader feedback Q_FBTAKE appends to:
       SELECT FEEDBACK-FILE
            ASSIGN TO WS-FBK-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FBK-STATUS.

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
       COPY MM-FBH-RAW.
       COPY MM-FBK-RAW.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_FBHOLD'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       COPY AUDIT-LOG-PATH.
       01 WS-FBH-PATH           PIC X(205) VALUE SPACES.
       01 WS-FBH-STATUS         PIC XX VALUE '00'.
       01 WS-FBK-PATH           PIC X(205) VALUE SPACES.
       01 WS-FBK-STATUS         PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-FBK-EOF            PIC X VALUE 'N'.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-ANSWER             PIC X VALUE SPACE.
       01 WS-HELD-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-CLEARED-COUNT      PIC 9(5) COMP VALUE ZERO.
       01 WS-KEPT-COUNT         PIC 9(5) COMP VALUE ZERO.
       01 WS-SHOWN-COUNT        PIC 9(5) COMP VALUE ZERO.
       01 WS-NOW                PIC X(21) VALUE SPACES.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'R'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> Q_LONGTXT scratch - the reviewer sees the full text:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.
       01 WS-LONG-POS           PIC 9(5) COMP VALUE ZERO.

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
        STRING FUNCTION TRIM(WS-SDF-PATH) ".FBHOLD"
            DELIMITED BY SIZE INTO WS-FBH-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".FEEDBACK"
            DELIMITED BY SIZE INTO WS-FBK-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_FBHOLD' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_FBHOLD' TO WS-LAYCHK-PROGRAM.
        MOVE 'FBH' TO WS-LAYCHK-CODE.
        MOVE WS-FBH-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'FBK' TO WS-LAYCHK-CODE.
        MOVE WS-FBK-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Complaint Hold Review"
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
                    " is not cleared to review quotes."
            MOVE "complaint hold review refused" TO WS-AUDIT-MESSAGE
            MOVE 'REFUSED' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        OPEN I-O FEEDBACK-HOLD-FILE.
        IF WS-FBH-STATUS NOT = '00'
            DISPLAY "No complaint holds on file - nothing to review."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
            END-CALL
            CLOSE FEEDBACK-HOLD-FILE
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
        PERFORM REGISTER-SDF-OPEN.

        MOVE LOW-VALUES TO FH-ID.
        START FEEDBACK-HOLD-FILE KEY IS >= FH-ID
            INVALID KEY
                MOVE 'Y' TO WS-EOF
        END-START.

        PERFORM UNTIL WS-EOF = 'Y' OR WS-DONE = 'Y'
            READ FEEDBACK-HOLD-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF FH-HELD
                        ADD 1 TO WS-HELD-COUNT
                        PERFORM 1000-REVIEW-ONE-HOLD
                    END-IF
            END-READ
        END-PERFORM.

        CLOSE FEEDBACK-HOLD-FILE.
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.

        IF WS-HELD-COUNT = ZERO
            DISPLAY "No quote is held on complaints."
        END-IF.
        MOVE WS-CLEARED-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " cleared, ".
        MOVE WS-KEPT-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " kept held.".

        MOVE WS-CLEARED-COUNT TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "complaint hold review cleared "
            FUNCTION TRIM(WS-NUM-ED) " quote(s)"
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'FBREVIEW' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       1000-REVIEW-ONE-HOLD.
            DISPLAY "------------------------------------------------".
            DISPLAY "Quote #  " FH-ID.
            DISPLAY "Held:    " FH-HELD-TS " on " FH-COMPLAINTS
                    " complaint(s)".
            MOVE FH-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    DISPLAY "(no longer on the quote file)"
                NOT INVALID KEY
                    PERFORM 1100-SHOW-THE-QUOTE
            END-READ.
            PERFORM 1200-SHOW-COMPLAINTS.
            DISPLAY "[C]lear the hold / [K]eep it held / [Q]uit?".
            ACCEPT WS-ANSWER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
            EVALUATE WS-ANSWER
                WHEN 'C'
                    PERFORM 2000-CLEAR-THE-HOLD
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    ADD 1 TO WS-KEPT-COUNT
                    DISPLAY "Kept held - retire it through Q_LIFEMNT "
                            "if it should not come back."
            END-EVALUATE.

       1100-SHOW-THE-QUOTE.
            DISPLAY "Source:  " Q-SOURCE.
            DISPLAY "Author:  " Q-AUTHOR.
            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            MOVE 1 TO WS-LONG-POS.
            PERFORM UNTIL WS-LONG-POS > WS-LONG-LEN
                DISPLAY "  " WS-LONG-TEXT (WS-LONG-POS:255)
                ADD 255 TO WS-LONG-POS
            END-PERFORM.

      *> What the readers actually said - every complaint since the
      *> quote's last clearance:
       1200-SHOW-COMPLAINTS.
            MOVE ZERO TO WS-SHOWN-COUNT.
            OPEN INPUT FEEDBACK-FILE.
            IF WS-FBK-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-FBK-EOF.
            PERFORM UNTIL WS-FBK-EOF = 'Y'
                READ FEEDBACK-FILE
                    AT END MOVE 'Y' TO WS-FBK-EOF
                    NOT AT END
                        IF FB-COMPLAINT AND FB-ID = FH-ID
                            AND FB-TIMESTAMP > FH-CLEARED-TS
                            ADD 1 TO WS-SHOWN-COUNT
                            DISPLAY "  " FB-TIMESTAMP " " FB-REF
                            IF FB-NOTE NOT = SPACES
                                DISPLAY "    " FB-NOTE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FEEDBACK-FILE.
            IF WS-SHOWN-COUNT = ZERO
                DISPLAY "  (no complaint lines left on the feedback "
                        "file)"
            END-IF.

      *> Cleared, not deleted - the clearance stamp is where the
      *> next complaint count starts:
       2000-CLEAR-THE-HOLD.
            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
            MOVE 'C' TO FH-STATUS.
            MOVE WS-AUDIT-OPERATOR TO FH-CLEARED-BY.
            MOVE SPACES TO FH-CLEARED-TS.
            STRING WS-NOW (1:8) '-' WS-NOW (9:6)
                DELIMITED BY SIZE INTO FH-CLEARED-TS.
            REWRITE FH-DATA-RAW
                INVALID KEY
                    DISPLAY "Unable to clear that hold."
                    EXIT PARAGRAPH
            END-REWRITE.
            ADD 1 TO WS-CLEARED-COUNT.
            DISPLAY "Hold cleared - back on the outward channels.".
            MOVE "complaint hold cleared" TO WS-AUDIT-MESSAGE.
            MOVE 'FBCLEAR' TO WS-AUDIT-ACTION.
            MOVE FH-ID TO WS-AUDIT-QUOTE-ID.
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
            MOVE 'Q_FBHOLD' TO AUDIT-PROGRAM.
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
