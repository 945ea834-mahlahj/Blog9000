       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_FBRPT.

      *> Weekly reader feedback report over the .FEEDBACK file
      *> Q_FBTAKE keeps: the week's likes, attribution challenges
      *> and complaints, first by type and then by quote - the
      *> quotes drawing complaints and challenges at the top, each
      *> marked when a complaint hold is standing on it - so the
      *> curators hear about a problem quote from the system first.
      *> Unattended, so it runs as a Q_SCHED weekly job, e.g.
      *>
      *>   READER FEEDBACK|./Q_FBRPT|WEEKLY|
      *>
      *>   MM_FB_WEEK_END  last day of the week reported, YYYYMMDD
      *>                   (default yesterday); the week is the
      *>                   seven days ending on it
      *>
      *> Written to <quote file>.FBRPT-yyyymmdd (the week's last
      *> day) as well as the console.

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

       *> The reader feedback Q_FBTAKE appends to:
       SELECT FEEDBACK-FILE
            ASSIGN TO WS-FBK-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FBK-STATUS.

       *> The complaint holds - see MM-FBH-RAW.cpy:
       SELECT FEEDBACK-HOLD-FILE
            ASSIGN TO WS-FBH-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FH-ID
            FILE STATUS IS WS-FBH-STATUS.

       SELECT FEEDBACK-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.

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
       COPY MM-FBK-RAW.
       COPY MM-FBH-RAW.

       FD  FEEDBACK-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(132).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-FBK-PATH           PIC X(205) VALUE SPACES.
       01 WS-FBK-STATUS         PIC XX VALUE '00'.
       01 WS-FBH-PATH           PIC X(205) VALUE SPACES.
       01 WS-FBH-STATUS         PIC XX VALUE '00'.
       01 WS-FBH-AVAILABLE      PIC X VALUE 'N'.
       01 WS-SDF-AVAILABLE      PIC X VALUE 'N'.
       01 WS-REPORT-PATH        PIC X(220) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-READ-COUNT         PIC 9(9) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-REPORT-PTR         PIC 9(3) COMP VALUE 1.

      *> The week - seven days ending on WS-TO-DATE:
       01 WS-TO-DATE            PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE          PIC X(8) VALUE SPACES.
       01 WS-DATE-NUM           PIC 9(8) VALUE ZERO.
       01 WS-DATE-INT           PIC 9(7) VALUE ZERO.

      *> By type, in the order the report lists them:
       01 WS-LIKE-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-CHALLENGE-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-COMPLAINT-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-WEEK-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-HELD-NOW           PIC 9(5) COMP VALUE ZERO.

      *> One slot per quote that drew feedback in the week:
       01 WS-FQ-USED            PIC 9(4) COMP VALUE ZERO.
       01 WS-FQ-TABLE.
           05 WS-FQ-ENTRY OCCURS 2000 TIMES.
               10 WS-FQ-ID           PIC 9(9).
               10 WS-FQ-LIKES        PIC 9(5).
               10 WS-FQ-CHALLENGES   PIC 9(5).
               10 WS-FQ-COMPLAINTS   PIC 9(5).
       01 WS-FQ-I               PIC 9(4) COMP VALUE ZERO.
       01 WS-FQ-J               PIC 9(4) COMP VALUE ZERO.
       01 WS-FQ-HIT             PIC 9(4) COMP VALUE ZERO.
       01 WS-FQ-OMITTED         PIC 9(7) COMP VALUE ZERO.
       01 WS-FQ-HOLD            PIC X(24) VALUE SPACES.
       01 WS-FQ-SWAP            PIC X VALUE 'N'.
       01 WS-HOLD-FLAG          PIC X(4) VALUE SPACES.
       01 WS-AUTHOR-SHOWN       PIC X(40) VALUE SPACES.
       01 WS-LIKE-ED            PIC Z(4)9.
       01 WS-CHAL-ED            PIC Z(4)9.
       01 WS-COMP-ED            PIC Z(4)9.

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
        ACCEPT WS-TO-DATE FROM ENVIRONMENT "MM_FB_WEEK_END"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".FEEDBACK"
            DELIMITED BY SIZE INTO WS-FBK-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".FBHOLD"
            DELIMITED BY SIZE INTO WS-FBH-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_FBRPT' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_FBRPT' TO WS-LAYCHK-PROGRAM.
        MOVE 'FBK' TO WS-LAYCHK-CODE.
        MOVE WS-FBK-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'FBH' TO WS-LAYCHK-CODE.
        MOVE WS-FBH-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Weekly Reader Feedback Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

      *> Blank means the week that ended yesterday - the normal
      *> scheduled run on the first morning of a new week:
        IF WS-TO-DATE = SPACES
            MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATE-NUM
            COMPUTE WS-DATE-INT =
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
            COMPUTE WS-DATE-NUM =
                FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
            MOVE WS-DATE-NUM TO WS-TO-DATE
        END-IF.
        IF WS-TO-DATE NOT NUMERIC
            OR WS-TO-DATE (5:2) < '01' OR WS-TO-DATE (5:2) > '12'
            OR WS-TO-DATE (7:2) < '01' OR WS-TO-DATE (7:2) > '31'
            DISPLAY "A valid YYYYMMDD week ending date is required."
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.
        MOVE WS-TO-DATE TO WS-DATE-NUM.
        COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 6.
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
        MOVE WS-DATE-NUM TO WS-FROM-DATE.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".FBRPT-" WS-TO-DATE
            DELIMITED BY SIZE INTO WS-REPORT-PATH.

        PERFORM 1000-TALLY-THE-WEEK.
        PERFORM 2000-SORT-BY-TROUBLE.
        PERFORM 3000-WRITE-THE-REPORT.

        MOVE WS-WEEK-COUNT TO WS-NUM-ED.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "feedback report " WS-FROM-DATE "-" WS-TO-DATE ": "
            FUNCTION TRIM(WS-NUM-ED) " item(s)"
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'FBRPT' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

      *> One pass over the feedback file, keeping the week's lines:
       1000-TALLY-THE-WEEK.
            OPEN INPUT FEEDBACK-FILE.
            IF WS-FBK-STATUS NOT = '00'
                DISPLAY "No reader feedback on file at " WS-FBK-PATH
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-EOF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ FEEDBACK-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        IF FB-TIMESTAMP (1:8) NOT < WS-FROM-DATE
                            AND FB-TIMESTAMP (1:8) NOT > WS-TO-DATE
                            PERFORM 1100-TALLY-ONE-LINE
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE FEEDBACK-FILE.

       1100-TALLY-ONE-LINE.
            ADD 1 TO WS-WEEK-COUNT.
            MOVE ZERO TO WS-FQ-HIT.
            PERFORM VARYING WS-FQ-I FROM 1 BY 1
                UNTIL WS-FQ-I > WS-FQ-USED OR WS-FQ-HIT > ZERO
                IF WS-FQ-ID (WS-FQ-I) = FB-ID
                    MOVE WS-FQ-I TO WS-FQ-HIT
                END-IF
            END-PERFORM.
            IF WS-FQ-HIT = ZERO
                IF WS-FQ-USED < 2000
                    ADD 1 TO WS-FQ-USED
                    MOVE WS-FQ-USED TO WS-FQ-HIT
                    INITIALIZE WS-FQ-ENTRY (WS-FQ-HIT)
                    MOVE FB-ID TO WS-FQ-ID (WS-FQ-HIT)
                ELSE
                    ADD 1 TO WS-FQ-OMITTED
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN FB-LIKE
                    ADD 1 TO WS-LIKE-COUNT
                    IF WS-FQ-HIT > ZERO
                        ADD 1 TO WS-FQ-LIKES (WS-FQ-HIT)
                    END-IF
                WHEN FB-CHALLENGE
                    ADD 1 TO WS-CHALLENGE-COUNT
                    IF WS-FQ-HIT > ZERO
                        ADD 1 TO WS-FQ-CHALLENGES (WS-FQ-HIT)
                    END-IF
                WHEN FB-COMPLAINT
                    ADD 1 TO WS-COMPLAINT-COUNT
                    IF WS-FQ-HIT > ZERO
                        ADD 1 TO WS-FQ-COMPLAINTS (WS-FQ-HIT)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> Exchange sort: most complaints first, then most challenges,
      *> then Q-ID - the quotes needing a curator lead the list:
       2000-SORT-BY-TROUBLE.
            PERFORM VARYING WS-FQ-I FROM 1 BY 1
                UNTIL WS-FQ-I >= WS-FQ-USED
                PERFORM VARYING WS-FQ-J FROM 1 BY 1
                    UNTIL WS-FQ-J >= WS-FQ-USED
                    MOVE 'N' TO WS-FQ-SWAP
                    EVALUATE TRUE
                        WHEN WS-FQ-COMPLAINTS (WS-FQ-J)
                            < WS-FQ-COMPLAINTS (WS-FQ-J + 1)
                            MOVE 'Y' TO WS-FQ-SWAP
                        WHEN WS-FQ-COMPLAINTS (WS-FQ-J)
                            > WS-FQ-COMPLAINTS (WS-FQ-J + 1)
                            CONTINUE
                        WHEN WS-FQ-CHALLENGES (WS-FQ-J)
                            < WS-FQ-CHALLENGES (WS-FQ-J + 1)
                            MOVE 'Y' TO WS-FQ-SWAP
                        WHEN WS-FQ-CHALLENGES (WS-FQ-J)
                            > WS-FQ-CHALLENGES (WS-FQ-J + 1)
                            CONTINUE
                        WHEN WS-FQ-ID (WS-FQ-J)
                            > WS-FQ-ID (WS-FQ-J + 1)
                            MOVE 'Y' TO WS-FQ-SWAP
                    END-EVALUATE
                    IF WS-FQ-SWAP = 'Y'
                        MOVE WS-FQ-ENTRY (WS-FQ-J) TO WS-FQ-HOLD
                        MOVE WS-FQ-ENTRY (WS-FQ-J + 1)
                            TO WS-FQ-ENTRY (WS-FQ-J)
                        MOVE WS-FQ-HOLD TO WS-FQ-ENTRY (WS-FQ-J + 1)
                    END-IF
                END-PERFORM
            END-PERFORM.

       3000-WRITE-THE-REPORT.
            OPEN OUTPUT FEEDBACK-REPORT-FILE.
            IF WS-REPORT-STATUS NOT = '00'
                DISPLAY "Unable to write " WS-REPORT-PATH
                        ", status " WS-REPORT-STATUS
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT FEEDBACK-HOLD-FILE.
            IF WS-FBH-STATUS = '00'
                MOVE 'Y' TO WS-FBH-AVAILABLE
            ELSE
                MOVE 'N' TO WS-FBH-AVAILABLE
            END-IF.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF SUCCESS
                MOVE 'Y' TO WS-SDF-AVAILABLE
                PERFORM REGISTER-SDF-OPEN
            ELSE
                MOVE 'N' TO WS-SDF-AVAILABLE
            END-IF.

            MOVE ALL '=' TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Reader feedback - week "
                WS-FROM-DATE (1:4) "-" WS-FROM-DATE (5:2) "-"
                WS-FROM-DATE (7:2) " to "
                WS-TO-DATE (1:4) "-" WS-TO-DATE (5:2) "-"
                WS-TO-DATE (7:2)
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ALL '=' TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

            PERFORM 3100-WRITE-BY-TYPE.
            PERFORM 3200-WRITE-BY-QUOTE.
            PERFORM 3300-WRITE-STANDING-HOLDS.

            IF WS-SDF-AVAILABLE = 'Y'
                CLOSE MM-COBOL-SDF-FILE
                PERFORM REGISTER-SDF-CLOSE
            END-IF.
            IF WS-FBH-AVAILABLE = 'Y'
                CLOSE FEEDBACK-HOLD-FILE
            END-IF.
            CLOSE FEEDBACK-REPORT-FILE.
            MOVE 'FEEDBACK' TO WS-RPTREG-NAME.
            MOVE 'Q_FBRPT' TO WS-RPTREG-PROGRAM.
            MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.
            DISPLAY "Report written to " WS-REPORT-PATH.

       3100-WRITE-BY-TYPE.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "BY TYPE" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE WS-LIKE-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Likes                  " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE WS-CHALLENGE-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Attribution challenges " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE WS-COMPLAINT-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Complaints             " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE WS-WEEK-COUNT TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Total                  " WS-NUM-ED
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

       3200-WRITE-BY-QUOTE.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "BY QUOTE" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            IF WS-FQ-USED = ZERO
                MOVE "  No reader feedback this week."
                    TO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  Q-ID       Likes Chall Compl Hold "
                "Author"
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            PERFORM VARYING WS-FQ-I FROM 1 BY 1
                UNTIL WS-FQ-I > WS-FQ-USED
                PERFORM 3250-WRITE-ONE-QUOTE
            END-PERFORM.
            IF WS-FQ-OMITTED > ZERO
                MOVE WS-FQ-OMITTED TO WS-NUM-ED
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " FUNCTION TRIM(WS-NUM-ED)
                    " item(s) on further quotes not listed"
                    " - more than 2000 quotes"
                    DELIMITED BY SIZE INTO WS-REPORT-LINE
                PERFORM 3900-EMIT-LINE
            END-IF.

       3250-WRITE-ONE-QUOTE.
            MOVE SPACES TO WS-HOLD-FLAG.
            IF WS-FBH-AVAILABLE = 'Y'
                MOVE WS-FQ-ID (WS-FQ-I) TO FH-ID
                READ FEEDBACK-HOLD-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF FH-HELD
                            MOVE "HELD" TO WS-HOLD-FLAG
                        END-IF
                END-READ
            END-IF.
            MOVE "(not on the quote file)" TO WS-AUTHOR-SHOWN.
            IF WS-SDF-AVAILABLE = 'Y'
                MOVE WS-FQ-ID (WS-FQ-I) TO Q-ID
                READ MM-COBOL-SDF-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE Q-AUTHOR TO WS-AUTHOR-SHOWN
                END-READ
            END-IF.
            MOVE WS-FQ-LIKES (WS-FQ-I) TO WS-LIKE-ED.
            MOVE WS-FQ-CHALLENGES (WS-FQ-I) TO WS-CHAL-ED.
            MOVE WS-FQ-COMPLAINTS (WS-FQ-I) TO WS-COMP-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "  " WS-FQ-ID (WS-FQ-I) " " WS-LIKE-ED " "
                WS-CHAL-ED " " WS-COMP-ED " " WS-HOLD-FLAG " "
                WS-AUTHOR-SHOWN
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.

      *> Every hold standing at report time, whenever it was
      *> placed - a hold nobody has looked at should not drop off
      *> the report just because the week turned over:
       3300-WRITE-STANDING-HOLDS.
            MOVE SPACES TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE "STANDING COMPLAINT HOLDS" TO WS-REPORT-LINE.
            PERFORM 3900-EMIT-LINE.
            MOVE ZERO TO WS-HELD-NOW.
            IF WS-FBH-AVAILABLE = 'Y'
                MOVE LOW-VALUES TO FH-ID
                MOVE 'N' TO WS-EOF
                START FEEDBACK-HOLD-FILE KEY IS >= FH-ID
                    INVALID KEY
                        MOVE 'Y' TO WS-EOF
                END-START
                PERFORM UNTIL WS-EOF = 'Y'
                    READ FEEDBACK-HOLD-FILE NEXT RECORD
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF FH-HELD
                                ADD 1 TO WS-HELD-NOW
                                MOVE SPACES TO WS-REPORT-LINE
                                STRING "  " FH-ID "  held "
                                    FH-HELD-TS " on "
                                    FH-COMPLAINTS " complaint(s)"
                                    DELIMITED BY SIZE
                                    INTO WS-REPORT-LINE
                                PERFORM 3900-EMIT-LINE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF.
            MOVE WS-HELD-NOW TO WS-NUM-ED.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE 1 TO WS-REPORT-PTR.
            STRING "  " FUNCTION TRIM(WS-NUM-ED)
                " quote(s) held off the outward channels"
                DELIMITED BY SIZE
                INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR.
            IF WS-HELD-NOW > ZERO
                STRING " - review them in Q_FBHOLD"
                    DELIMITED BY SIZE
                    INTO WS-REPORT-LINE WITH POINTER WS-REPORT-PTR
            END-IF.
            PERFORM 3900-EMIT-LINE.

       3900-EMIT-LINE.
            DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
            WRITE WS-REPORT-LINE.

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
            MOVE 'Q_FBRPT' TO AUDIT-PROGRAM.
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
