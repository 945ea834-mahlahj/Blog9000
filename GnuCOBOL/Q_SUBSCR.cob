       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-DAYS-SINCE         PIC S9(5) COMP VALUE ZERO.
       01 WS-DUE-NOW            PIC X VALUE 'N'.

      *> A feed whose quote has since been retired, archived or
      *> deleted is withdrawn - the subscriber is re-served at once,
      *> whatever the frequency, so no share goes on carrying it:
       01 WS-PICK-STOPPED       PIC X VALUE 'N'.

      *> Publication-window gate through Q_LIFECHK - a quote before
      *> its go-live date or past its retire date never lands in a
      *> department feed:
       01 WS-LONG-FLAG          PIC X VALUE SPACE.
       01 WS-LONG-POS           PIC 9(5) COMP VALUE ZERO.

      *> Every feed delivered goes in the publication ledger through
      *> Q_PUBLOG, with the share path it landed on:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'Q_SUBSCR'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        MOVE 'Q_SUBSCR' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Subscription Feed Distribution"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
        MOVE WS-TODAY TO WS-TODAY-NUM.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        GOBACK.

       1000-SERVE-ONE-SUBSCRIBER.
            IF WS-SUBS-RECORD = SPACES
      *> re-delivered; a WEEKLY subscriber waits out the week:
       1200-CHECK-IF-DUE.
            MOVE 'Y' TO WS-DUE-NOW.
            PERFORM 1250-CHECK-CURRENT-PICK.
            IF WS-PICK-STOPPED = 'Y'
                EXIT PARAGRAPH
            END-IF.
            IF WS-LAST-DATE = WS-TODAY
                MOVE WS-LAST-ID TO WS-PICK-ID
                MOVE 'Y' TO WS-PICK-FOUND
                END-IF
            END-IF.

      *> Is the quote on the share still fit to be there?  Past its
      *> retire date, or gone from the quote file altogether, and
      *> the feed is withdrawn and replaced this run:
       1250-CHECK-CURRENT-PICK.
            MOVE 'N' TO WS-PICK-STOPPED.
            IF WS-LAST-DATE = SPACES OR WS-LAST-ID = ZERO
                EXIT PARAGRAPH
            END-IF.
            CALL "Q_LIFECHK" USING WS-LAST-ID WS-TODAY WS-LIFE-OK
            END-CALL.
            IF WS-LIFE-OK NOT = 'Y'
                MOVE 'Y' TO WS-PICK-STOPPED
            ELSE
                OPEN INPUT MM-COBOL-SDF-FILE
                IF SUCCESS
                    PERFORM REGISTER-SDF-OPEN
                    MOVE WS-LAST-ID TO Q-ID
                    READ MM-COBOL-SDF-FILE
                        INVALID KEY
                            MOVE 'Y' TO WS-PICK-STOPPED
                    END-READ
                    CLOSE MM-COBOL-SDF-FILE
                    PERFORM REGISTER-SDF-CLOSE
                END-IF
            END-IF.
            IF WS-PICK-STOPPED = 'Y'
                DISPLAY "Subscriber " WS-SUB-ID "'s quote (ID "
                        WS-LAST-ID ") has been withdrawn - "
                        "serving a fresh one."
            END-IF.

      *> Same shape as Q_DAILY's 1000-LOAD-ROTATION-HISTORY, read
      *> from this subscriber's own .ROT- file:
       1300-LOAD-ROTATION-HISTORY.
                    WRITE WS-FEED-RECORD
                END-IF
                CLOSE SUBSCRIBER-FEED-FILE
                CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                    WS-FEED-PATH
                END-CALL
            END-IF.

       OPEN-AUDIT-LOG.
