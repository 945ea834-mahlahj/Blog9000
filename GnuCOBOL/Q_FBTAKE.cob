       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_FBTAKE.

      *> Q_FBTAKE - the one place that takes in a piece of reader
      *> feedback.  CALLed by Q_SERVER for every FEEDBACK.nnnnnn
      *> file the widget drops, so the feedback line is laid out,
      *> the complaint threshold applied and the challenge queued
      *> exactly once.
      *>
      *>   LK-TYPE    LIKE, CHALLENGE or COMPLAINT (or START, below)
      *>   LK-ID      the quote's Q-ID
      *>   LK-REF     the drop file's name, FEEDBACK.nnnnnn
      *>   LK-NOTE    the reader's note, may be blank
      *>   LK-RESULT  comes back:
      *>     'L'  like recorded
      *>     'C'  complaint recorded, no new hold
      *>     'H'  complaint recorded and the quote is now held
      *>     'Q'  challenge recorded and the quote back on the
      *>          Q_VERIFY research queue
      *>     'X'  not a feedback type - nothing recorded
      *>     'W'  the feedback file could not be written
      *>
      *> A complaint counts every COMPLAINT line against the quote
      *> since its hold was last cleared; when the count reaches
      *> MM_FB_THRESHOLD (default 3) the quote is held on the
      *> .FBHOLD file and Q_LIFECHK keeps it off every outward
      *> channel until a reviewer clears it in Q_FBHOLD.
      *>
      *> A challenge sets the quote's .ATTR status back to
      *> unverified with the reader's note as the citation, so
      *> Q_VERIFY serves it again and no verified-only run ships it
      *> meanwhile.  A quote already found disputed keeps that
      *> finding - the reader is only agreeing with the researcher.
      *>
      *> START records nothing: it makes sure the hold file exists
      *> so a resident Q_SERVER's Q_LIFECHK finds it from the first
      *> call and sees every hold placed while it runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FEEDBACK-FILE
            ASSIGN TO WS-FBK-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FBK-STATUS.

       SELECT FEEDBACK-HOLD-FILE
            ASSIGN TO WS-FBH-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FH-ID
            FILE STATUS IS WS-FBH-STATUS.

       SELECT ATTRIBUTION-FILE
            ASSIGN TO WS-ATTR-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AT-ID
            FILE STATUS IS WS-ATTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-FBK-RAW.
       COPY MM-FBH-RAW.
       COPY MM-ATTR-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-SDF-PATH.
       01 WS-FBK-PATH           PIC X(205) VALUE SPACES.
       01 WS-FBK-STATUS         PIC XX VALUE '00'.
       01 WS-FBH-PATH           PIC X(205) VALUE SPACES.
       01 WS-FBH-STATUS         PIC XX VALUE '00'.
       01 WS-ATTR-PATH          PIC X(205) VALUE SPACES.
       01 WS-ATTR-STATUS        PIC XX VALUE '00'.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-NOW                PIC X(21) VALUE SPACES.
       01 WS-STAMP              PIC X(15) VALUE SPACES.
       01 WS-THRESHOLD-A        PIC X(4) VALUE SPACES.
       01 WS-THRESHOLD          PIC 9(3) VALUE 3.

      *> The quote's standing hold record, if any, and the
      *> complaints counted since it was last cleared:
       01 WS-HOLD-FOUND         PIC X VALUE 'N'.
       01 WS-SINCE-TS           PIC X(15) VALUE SPACES.
       01 WS-COMPLAINTS         PIC 9(3) VALUE ZERO.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-TYPE               PIC X(10).
       01 LK-ID                 PIC 9(9).
       01 LK-REF                PIC X(15).
       01 LK-NOTE               PIC X(80).
       01 LK-RESULT             PIC X.

        PROCEDURE DIVISION USING LK-TYPE LK-ID LK-REF LK-NOTE
            LK-RESULT.
        IF WS-OPENED NOT = 'Y'
            PERFORM 1000-LOCATE-FILES
            MOVE 'Y' TO WS-OPENED
        END-IF.

        IF LK-TYPE = 'START'
            PERFORM 5000-ENSURE-HOLD-FILE
            MOVE 'Y' TO LK-RESULT
            GOBACK
        END-IF.

        IF LK-TYPE NOT = 'LIKE' AND LK-TYPE NOT = 'CHALLENGE'
            AND LK-TYPE NOT = 'COMPLAINT'
            MOVE 'X' TO LK-RESULT
            GOBACK
        END-IF.

        MOVE FUNCTION CURRENT-DATE TO WS-NOW.
        MOVE SPACES TO WS-STAMP.
        STRING WS-NOW (1:8) '-' WS-NOW (9:6)
            DELIMITED BY SIZE INTO WS-STAMP.

        PERFORM 2000-WRITE-FEEDBACK-LINE.
        IF WS-FBK-STATUS NOT = '00'
            MOVE 'W' TO LK-RESULT
            GOBACK
        END-IF.

        EVALUATE LK-TYPE
            WHEN 'LIKE'
                MOVE 'L' TO LK-RESULT
            WHEN 'COMPLAINT'
                PERFORM 3000-APPLY-THRESHOLD
            WHEN 'CHALLENGE'
                PERFORM 4000-QUEUE-CHALLENGE
        END-EVALUATE.

        GOBACK.

      *> The feedback, hold and attribution files all ride next to
      *> the quote file, named after it:
       1000-LOCATE-FILES.
            ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            ACCEPT WS-THRESHOLD-A FROM ENVIRONMENT "MM_FB_THRESHOLD"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-THRESHOLD-A NOT = SPACES
                MOVE FUNCTION NUMVAL(WS-THRESHOLD-A) TO WS-THRESHOLD
            END-IF.
            IF WS-THRESHOLD = ZERO
                MOVE 3 TO WS-THRESHOLD
            END-IF.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".FEEDBACK"
                DELIMITED BY SIZE INTO WS-FBK-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".FBHOLD"
                DELIMITED BY SIZE INTO WS-FBH-PATH.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".ATTR"
                DELIMITED BY SIZE INTO WS-ATTR-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_FBTAKE' TO WS-LAYCHK-PROGRAM.
            MOVE 'FBK' TO WS-LAYCHK-CODE.
            MOVE WS-FBK-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE 'FBH' TO WS-LAYCHK-CODE.
            MOVE WS-FBH-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            MOVE 'ATTR' TO WS-LAYCHK-CODE.
            MOVE WS-ATTR-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.

      *> Opened EXTEND and closed again for every line, the way
      *> Q_PUBLOG writes the ledger, so a resident Q_SERVER never
      *> holds an unflushed feedback file:
       2000-WRITE-FEEDBACK-LINE.
            OPEN EXTEND FEEDBACK-FILE.
            IF WS-FBK-STATUS NOT = '00'
                OPEN OUTPUT FEEDBACK-FILE
            END-IF.
            IF WS-FBK-STATUS NOT = '00'
                DISPLAY "WARNING: unable to record feedback on quote "
                        LK-ID ", status " WS-FBK-STATUS
            ELSE
                MOVE SPACES TO FB-DATA-RAW
                MOVE WS-STAMP TO FB-TIMESTAMP
                MOVE LK-TYPE TO FB-TYPE
                MOVE LK-ID TO FB-ID
                MOVE LK-REF TO FB-REF
                MOVE LK-NOTE TO FB-NOTE
                WRITE FB-DATA-RAW
                CLOSE FEEDBACK-FILE
            END-IF.

      *> Count the complaints since the last clearance (all of them
      *> for a quote never held) and hold the quote once the count
      *> reaches the threshold.  A quote already held just has its
      *> count brought up to date:
       3000-APPLY-THRESHOLD.
            MOVE 'C' TO LK-RESULT.
            PERFORM 5000-ENSURE-HOLD-FILE.
            OPEN I-O FEEDBACK-HOLD-FILE.
            IF WS-FBH-STATUS NOT = '00'
                DISPLAY "WARNING: unable to open the hold file, "
                        "status " WS-FBH-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-HOLD-FOUND.
            MOVE SPACES TO WS-SINCE-TS.
            MOVE LK-ID TO FH-ID.
            READ FEEDBACK-HOLD-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-HOLD-FOUND
                    IF FH-CLEARED
                        MOVE FH-CLEARED-TS TO WS-SINCE-TS
                    END-IF
            END-READ.
            PERFORM 3100-COUNT-COMPLAINTS.
            IF WS-HOLD-FOUND = 'Y' AND FH-HELD
                MOVE WS-COMPLAINTS TO FH-COMPLAINTS
                REWRITE FH-DATA-RAW
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                IF WS-COMPLAINTS >= WS-THRESHOLD
                    PERFORM 3200-PLACE-HOLD
                END-IF
            END-IF.
            CLOSE FEEDBACK-HOLD-FILE.

       3100-COUNT-COMPLAINTS.
            MOVE ZERO TO WS-COMPLAINTS.
            OPEN INPUT FEEDBACK-FILE.
            IF WS-FBK-STATUS NOT = '00'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ FEEDBACK-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF FB-COMPLAINT AND FB-ID = LK-ID
                            AND FB-TIMESTAMP > WS-SINCE-TS
                            AND WS-COMPLAINTS < 999
                            ADD 1 TO WS-COMPLAINTS
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FEEDBACK-FILE.

       3200-PLACE-HOLD.
            MOVE LK-ID TO FH-ID.
            MOVE 'H' TO FH-STATUS.
            MOVE WS-STAMP TO FH-HELD-TS.
            MOVE WS-COMPLAINTS TO FH-COMPLAINTS.
            MOVE SPACES TO FH-CLEARED-BY FH-CLEARED-TS.
            IF WS-HOLD-FOUND = 'Y'
                REWRITE FH-DATA-RAW
                    INVALID KEY
                        DISPLAY "WARNING: unable to hold quote " LK-ID
                        EXIT PARAGRAPH
                END-REWRITE
            ELSE
                WRITE FH-DATA-RAW
                    INVALID KEY
                        DISPLAY "WARNING: unable to hold quote " LK-ID
                        EXIT PARAGRAPH
                END-WRITE
            END-IF.
            MOVE 'H' TO LK-RESULT.

      *> Back on the research queue: unverified, with the reader's
      *> challenge as the citation Q_VERIFY shows the researcher:
       4000-QUEUE-CHALLENGE.
            MOVE 'Q' TO LK-RESULT.
            OPEN I-O ATTRIBUTION-FILE.
            IF WS-ATTR-STATUS NOT = '00'
                OPEN OUTPUT ATTRIBUTION-FILE
                CLOSE ATTRIBUTION-FILE
                OPEN I-O ATTRIBUTION-FILE
            END-IF.
            IF WS-ATTR-STATUS NOT = '00'
                DISPLAY "WARNING: unable to open the attribution "
                        "file, status " WS-ATTR-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE LK-ID TO AT-ID.
            READ ATTRIBUTION-FILE
                INVALID KEY
                    PERFORM 4100-BUILD-CHALLENGE
                    WRITE AT-DATA-RAW
                        INVALID KEY
                            CONTINUE
                    END-WRITE
                NOT INVALID KEY
                    IF NOT AT-DISPUTED
                        PERFORM 4100-BUILD-CHALLENGE
                        REWRITE AT-DATA-RAW
                            INVALID KEY
                                CONTINUE
                        END-REWRITE
                    END-IF
            END-READ.
            CLOSE ATTRIBUTION-FILE.

       4100-BUILD-CHALLENGE.
            MOVE LK-ID TO AT-ID.
            MOVE 'U' TO AT-STATUS.
            MOVE SPACES TO AT-CITATION.
            STRING "READER CHALLENGE " WS-NOW (1:8) ": "
                FUNCTION TRIM(LK-NOTE)
                DELIMITED BY SIZE INTO AT-CITATION.
            MOVE 'FEEDBACK' TO AT-CHECKED-BY.
            MOVE WS-NOW (1:8) TO AT-CHECKED-DATE.

       5000-ENSURE-HOLD-FILE.
            OPEN INPUT FEEDBACK-HOLD-FILE.
            IF WS-FBH-STATUS = '00'
                CLOSE FEEDBACK-HOLD-FILE
            ELSE
                OPEN OUTPUT FEEDBACK-HOLD-FILE
                CLOSE FEEDBACK-HOLD-FILE
            END-IF.

       COPY MM-LAYCHK-PROC.
