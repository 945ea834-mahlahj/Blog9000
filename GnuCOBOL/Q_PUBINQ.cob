       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_PUBINQ.

      *> Publication-ledger inquiry and quote recall.  The inquiry
      *> answers "where has quote 1047 gone, and when" off the
      *> .PUBLOG ledger Q_PUBLOG writes for every channel.  The
      *> recall is for the quote that should never have gone out:
      *> once it has been retired through Q_LIFEMNT, or archived off
      *> the quote file, a supervisor lists every destination it
      *> was ever delivered to, the recall and each destination go
      *> on the audit trail, and the outputs still carrying it are
      *> regenerated at once - Q_SUBSCR re-serves any subscriber
      *> whose share holds it, and Q_EXPORT rebuilds the widget
      *> file with an unattended full refresh.  Print runs and news
      *> pages already on paper cannot be taken back; they are on
      *> the list so someone can chase them by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> The publication ledger, named after the quote file:
       SELECT PUBLICATION-LOG-FILE
            ASSIGN TO WS-PUB-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PUB-STATUS.

       *> The quote file, read only, to prove a recalled quote is
       *> really off it.  Location comes from WS-SDF-PATH
       *> (MM-SDF-PATH.cpy), overridden with the MM_SDF_PATH
       *> environment variable:
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-SDF-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            FILE STATUS IS FILE-STATUS-CODE.

       COPY MM-INUSE-SEL.

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
       COPY MM-PUB-RAW.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-PUB-PATH           PIC X(205) VALUE SPACES.
       01 WS-PUB-STATUS         PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-WANTED-ID          PIC 9(9) VALUE ZERO.
       01 WS-HIT-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC ZZZZ9.
       01 WS-TODAY              PIC X(8) VALUE SPACES.

      *> Recall is a supervisor's job - the same 'M' letter the job
      *> queue console is gated on:
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> A quote is fit to recall only once it is stopped - past its
      *> retire date, or off the quote file - so the regenerated
      *> outputs cannot pick it straight back up:
       01 WS-LIFE-OK            PIC X VALUE 'Y'.
       01 WS-ON-FILE            PIC X VALUE 'N'.
       01 WS-ANSWER             PIC X VALUE SPACE.

      *> Every distinct place the quote went, first and last time
      *> and how often:
       01 WS-DST-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-DST-TABLE.
           05 WS-DST-ENTRY OCCURS 500 TIMES.
               10 WS-DST-CHANNEL     PIC X(8).
               10 WS-DST-PATH        PIC X(200).
               10 WS-DST-FIRST       PIC X(15).
               10 WS-DST-LAST        PIC X(15).
               10 WS-DST-COUNT       PIC 9(5) COMP.
       01 WS-DST-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-DST-HIT            PIC 9(3) COMP VALUE ZERO.
       01 WS-DST-OMITTED        PIC 9(5) COMP VALUE ZERO.

      *> The widget refresh - Q_EXPORT runs unattended off these
      *> three environment variables:
       01 WS-WIDGET-PATH        PIC X(200) VALUE SPACES.
       01 WS-WIDGET-DEFAULT     PIC X(200) VALUE SPACES.
       01 WS-WIDGET-STAMP       PIC X(15) VALUE SPACES.
       01 WS-WIDGET-FORMAT      PIC X VALUE 'J'.
       01 WS-VERIFIED-ONLY      PIC X VALUE 'N'.

      *> Q_SUBSCR and Q_EXPORT each run as their own operating-
      *> system command out of MM_BIN_DIR, so a failure in either
      *> comes back as a status here instead of ending the recall
      *> before its closing audit entry is written:
       01 WS-BIN-DIR            PIC X(200) VALUE '.'.
       01 WS-COMMAND            PIC X(220) VALUE SPACES.
       01 WS-SYS-STATUS         PIC S9(9) BINARY VALUE ZERO.
       01 WS-SYS-STATUS-ED      PIC -(9)9.
       01 WS-SUBSCR-RESULT      PIC X(60) VALUE SPACES.
       01 WS-WIDGET-RESULT      PIC X(150) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_PUBINQ' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PUBLOG"
            DELIMITED BY SIZE INTO WS-PUB-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_PUBINQ' TO WS-LAYCHK-PROGRAM.
        MOVE 'PUB' TO WS-LAYCHK-CODE.
        MOVE WS-PUB-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-BIN-DIR FROM ENVIRONMENT "MM_BIN_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-BIN-DIR = SPACES
            MOVE '.' TO WS-BIN-DIR
        END-IF.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Publication Ledger"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "  [I] Where has a quote been sent"
            DISPLAY "  [R] Recall a quote"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [I/R/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                WHEN 'I'
                    PERFORM 1000-INQUIRY
                WHEN 'R'
                    PERFORM 2000-RECALL
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    DISPLAY "Please choose I, R or Q."
            END-EVALUATE
        END-PERFORM.

        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> Every ledger line for one quote, oldest first, the way the
      *> ledger was written:
       1000-INQUIRY.
            DISPLAY "Quote ID:".
            ACCEPT WS-WANTED-ID FROM CONSOLE.
            MOVE ZERO TO WS-HIT-COUNT.
            OPEN INPUT PUBLICATION-LOG-FILE.
            IF WS-PUB-STATUS NOT = '00'
                DISPLAY "No publication ledger at "
                        FUNCTION TRIM(WS-PUB-PATH)
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PUBLICATION-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-SHOW-ONE-ENTRY
                END-READ
            END-PERFORM.
            CLOSE PUBLICATION-LOG-FILE.
            IF WS-HIT-COUNT = ZERO
                DISPLAY "Quote " WS-WANTED-ID " has never been sent "
                        "out - or went out before the ledger began."
            ELSE
                MOVE WS-HIT-COUNT TO WS-NUM-ED
                DISPLAY " "
                DISPLAY FUNCTION TRIM(WS-NUM-ED) " delivery(ies) on "
                        "record for quote " WS-WANTED-ID "."
            END-IF.

       1100-SHOW-ONE-ENTRY.
            IF PL-ID NOT NUMERIC OR PL-ID NOT = WS-WANTED-ID
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-HIT-COUNT.
            DISPLAY PL-TIMESTAMP " " PL-CHANNEL " by " PL-OPERATOR.
            DISPLAY "    to " FUNCTION TRIM(PL-DEST).

      *> Recall: supervisor only, stopped quotes only, and nothing
      *> regenerated until the list has been seen and confirmed:
       2000-RECALL.
            IF WS-AUDIT-OPERATOR = SPACES
                DISPLAY "Operator ID:"
                ACCEPT WS-AUDIT-OPERATOR FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                    TO WS-AUDIT-OPERATOR
            END-IF.
            CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
                WS-CHECK-RESULT WS-USER-NAME
            END-CALL.
            IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
                DISPLAY "Operator " WS-AUDIT-OPERATOR
                        " is not cleared to recall quotes."
                MOVE "recall refused, not cleared" TO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "Quote ID to recall:".
            ACCEPT WS-WANTED-ID FROM CONSOLE.

            PERFORM 2100-CHECK-STOPPED.
            IF WS-LIFE-OK = 'Y' AND WS-ON-FILE = 'Y'
                DISPLAY "Quote " WS-WANTED-ID " is still live - "
                        "retire it through Q_LIFEMNT or archive it "
                        "before recalling."
                EXIT PARAGRAPH
            END-IF.

            PERFORM 2200-GATHER-DESTINATIONS.
            IF WS-DST-USED = ZERO
                DISPLAY "Quote " WS-WANTED-ID " is not in the "
                        "publication ledger - nothing to recall."
                EXIT PARAGRAPH
            END-IF.

            DISPLAY " ".
            DISPLAY "Quote " WS-WANTED-ID " was delivered to:".
            PERFORM VARYING WS-DST-I FROM 1 BY 1
                    UNTIL WS-DST-I > WS-DST-USED
                MOVE WS-DST-COUNT (WS-DST-I) TO WS-NUM-ED
                DISPLAY "  " WS-DST-CHANNEL (WS-DST-I) " "
                        FUNCTION TRIM(WS-DST-PATH (WS-DST-I))
                DISPLAY "      " FUNCTION TRIM(WS-NUM-ED)
                        " time(s), " WS-DST-FIRST (WS-DST-I)
                        " to " WS-DST-LAST (WS-DST-I)
            END-PERFORM.
            IF WS-DST-OMITTED > ZERO
                MOVE WS-DST-OMITTED TO WS-NUM-ED
                DISPLAY "  ... and " FUNCTION TRIM(WS-NUM-ED)
                        " more ledger line(s) past the 500-destination"
                        " table."
            END-IF.
            DISPLAY "Q_PRINT and Q_NEWS output already handed out "
                    "must be withdrawn by hand.".

            DISPLAY "Recall quote " WS-WANTED-ID
                    " and regenerate the live outputs? [Y/N]".
            ACCEPT WS-ANSWER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
            IF WS-ANSWER NOT = 'Y'
                DISPLAY "Recall abandoned."
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-WANTED-ID TO WS-AUDIT-QUOTE-ID.
            MOVE WS-DST-USED TO WS-NUM-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "recall started, " FUNCTION TRIM(WS-NUM-ED)
                " destination(s)" DELIMITED BY SIZE
                INTO WS-AUDIT-MESSAGE.
            MOVE 'RECALL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.
            PERFORM VARYING WS-DST-I FROM 1 BY 1
                    UNTIL WS-DST-I > WS-DST-USED
                MOVE WS-WANTED-ID TO WS-AUDIT-QUOTE-ID
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING WS-DST-CHANNEL (WS-DST-I) " "
                    FUNCTION TRIM(WS-DST-PATH (WS-DST-I))
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'RCLDEST' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            END-PERFORM.

            PERFORM 2300-REGENERATE-OUTPUTS.

      *> Stopped means Q_LIFECHK says no, or the quote is gone from
      *> the quote file (archived or deleted):
       2100-CHECK-STOPPED.
            CALL "Q_LIFECHK" USING WS-WANTED-ID WS-TODAY WS-LIFE-OK
            END-CALL.
            MOVE 'N' TO WS-ON-FILE.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF SUCCESS
                PERFORM REGISTER-SDF-OPEN
                MOVE WS-WANTED-ID TO Q-ID
                READ MM-COBOL-SDF-FILE
                    INVALID KEY
                        MOVE 'N' TO WS-ON-FILE
                    NOT INVALID KEY
                        MOVE 'Y' TO WS-ON-FILE
                END-READ
                CLOSE MM-COBOL-SDF-FILE
                PERFORM REGISTER-SDF-CLOSE
            END-IF.

       2200-GATHER-DESTINATIONS.
            MOVE ZERO TO WS-DST-USED WS-DST-OMITTED.
            MOVE SPACES TO WS-WIDGET-DEFAULT WS-WIDGET-STAMP.
            OPEN INPUT PUBLICATION-LOG-FILE.
            IF WS-PUB-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PUBLICATION-LOG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 2250-NOTE-ONE-ENTRY
                END-READ
            END-PERFORM.
            CLOSE PUBLICATION-LOG-FILE.

      *> The newest Q_EXPORT destination is remembered as the widget
      *> file to rebuild:
       2250-NOTE-ONE-ENTRY.
            IF PL-ID NOT NUMERIC OR PL-ID NOT = WS-WANTED-ID
                EXIT PARAGRAPH
            END-IF.
            IF PL-CHANNEL = 'Q_EXPORT'
                AND PL-TIMESTAMP >= WS-WIDGET-STAMP
                MOVE PL-DEST TO WS-WIDGET-DEFAULT
                MOVE PL-TIMESTAMP TO WS-WIDGET-STAMP
            END-IF.
            MOVE ZERO TO WS-DST-HIT.
            PERFORM VARYING WS-DST-I FROM 1 BY 1
                    UNTIL WS-DST-I > WS-DST-USED OR WS-DST-HIT > ZERO
                IF WS-DST-CHANNEL (WS-DST-I) = PL-CHANNEL
                    AND WS-DST-PATH (WS-DST-I) = PL-DEST
                    MOVE WS-DST-I TO WS-DST-HIT
                END-IF
            END-PERFORM.
            IF WS-DST-HIT = ZERO
                IF WS-DST-USED >= 500
                    ADD 1 TO WS-DST-OMITTED
                    EXIT PARAGRAPH
                END-IF
                ADD 1 TO WS-DST-USED
                MOVE WS-DST-USED TO WS-DST-HIT
                MOVE PL-CHANNEL TO WS-DST-CHANNEL (WS-DST-HIT)
                MOVE PL-DEST TO WS-DST-PATH (WS-DST-HIT)
                MOVE PL-TIMESTAMP TO WS-DST-FIRST (WS-DST-HIT)
                MOVE ZERO TO WS-DST-COUNT (WS-DST-HIT)
            END-IF.
            MOVE PL-TIMESTAMP TO WS-DST-LAST (WS-DST-HIT).
            ADD 1 TO WS-DST-COUNT (WS-DST-HIT).

      *> Q_SUBSCR replaces the withdrawn quote on every share that
      *> carries it; Q_EXPORT rebuilds the widget file from what is
      *> still live.  The audit log is let go while they run - each
      *> appends to it on its own account:
       2300-REGENERATE-OUTPUTS.
            DISPLAY "Widget file to rebuild ["
                    FUNCTION TRIM(WS-WIDGET-DEFAULT) "]:".
            MOVE SPACES TO WS-WIDGET-PATH.
            ACCEPT WS-WIDGET-PATH FROM CONSOLE.
            IF WS-WIDGET-PATH = SPACES
                MOVE WS-WIDGET-DEFAULT TO WS-WIDGET-PATH
            END-IF.
            IF WS-WIDGET-PATH NOT = SPACES
                DISPLAY "Format? [J]SON or [C]SV:"
                ACCEPT WS-WIDGET-FORMAT FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-WIDGET-FORMAT)
                    TO WS-WIDGET-FORMAT
                IF WS-WIDGET-FORMAT NOT = 'C'
                    MOVE 'J' TO WS-WIDGET-FORMAT
                END-IF
                DISPLAY "Verified quotes only? [Y/N]:"
                ACCEPT WS-VERIFIED-ONLY FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-VERIFIED-ONLY)
                    TO WS-VERIFIED-ONLY
            END-IF.

            CLOSE AUDIT-LOG-FILE.
            SET ENVIRONMENT "MM_OPERATOR" TO WS-AUDIT-OPERATOR.
            DISPLAY "Re-serving subscribers ...".
            MOVE SPACES TO WS-COMMAND.
            STRING FUNCTION TRIM(WS-BIN-DIR) "/Q_SUBSCR"
                DELIMITED BY SIZE INTO WS-COMMAND.
            MOVE ZERO TO WS-SYS-STATUS.
            CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYS-STATUS
            END-CALL.
            MOVE SPACES TO WS-SUBSCR-RESULT.
            IF WS-SYS-STATUS = ZERO
                MOVE "subscribers re-served" TO WS-SUBSCR-RESULT
            ELSE
                MOVE WS-SYS-STATUS TO WS-SYS-STATUS-ED
                DISPLAY "Q_SUBSCR ended with status "
                        FUNCTION TRIM(WS-SYS-STATUS-ED)
                        " - subscribers must be re-served by hand."
                STRING "Q_SUBSCR failed, status "
                    FUNCTION TRIM(WS-SYS-STATUS-ED)
                    DELIMITED BY SIZE INTO WS-SUBSCR-RESULT
            END-IF.
            MOVE SPACES TO WS-WIDGET-RESULT.
            IF WS-WIDGET-PATH = SPACES
                DISPLAY "No widget file named - widget not rebuilt."
                MOVE "widget not rebuilt" TO WS-WIDGET-RESULT
            ELSE
                SET ENVIRONMENT "MM_EXPORT_PATH" TO WS-WIDGET-PATH
                SET ENVIRONMENT "MM_EXPORT_FORMAT" TO WS-WIDGET-FORMAT
                SET ENVIRONMENT "MM_EXPORT_VERIFIED"
                    TO WS-VERIFIED-ONLY
                DISPLAY "Rebuilding the widget file ..."
                MOVE SPACES TO WS-COMMAND
                STRING FUNCTION TRIM(WS-BIN-DIR) "/Q_EXPORT"
                    DELIMITED BY SIZE INTO WS-COMMAND
                MOVE ZERO TO WS-SYS-STATUS
                CALL "SYSTEM" USING WS-COMMAND
                    RETURNING WS-SYS-STATUS
                END-CALL
                IF WS-SYS-STATUS = ZERO
                    STRING "widget rebuilt at "
                        FUNCTION TRIM(WS-WIDGET-PATH)
                        DELIMITED BY SIZE INTO WS-WIDGET-RESULT
                ELSE
                    MOVE WS-SYS-STATUS TO WS-SYS-STATUS-ED
                    DISPLAY "Q_EXPORT ended with status "
                            FUNCTION TRIM(WS-SYS-STATUS-ED)
                            " - widget file not rebuilt."
                    STRING "Q_EXPORT failed, status "
                        FUNCTION TRIM(WS-SYS-STATUS-ED)
                        DELIMITED BY SIZE INTO WS-WIDGET-RESULT
                END-IF
            END-IF.
            PERFORM OPEN-AUDIT-LOG.

            MOVE WS-WANTED-ID TO WS-AUDIT-QUOTE-ID.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "recall complete, " FUNCTION TRIM(WS-SUBSCR-RESULT)
                ", " FUNCTION TRIM(WS-WIDGET-RESULT)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'RECALL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.
            DISPLAY "Recall of quote " WS-WANTED-ID " complete.".

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
            MOVE 'Q_PUBINQ' TO AUDIT-PROGRAM.
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
