            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       *> Register of the offline review sheets - see MM-RVSH-RAW.cpy:
       SELECT REVIEW-SHEET-FILE
            ASSIGN TO WS-SHEET-REG-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RS-SEQ
            FILE STATUS IS WS-SHEET-REG-STATUS.

       *> The printed sheets themselves, one entry to a page:
       SELECT REVIEW-SHEET-PRINT
            ASSIGN TO WS-SHEET-PRT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SHEET-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       01  WS-ID-SEQ-RECORD        PIC 9(9).

       COPY AUDIT-LOG.
       COPY MM-RVSH-RAW.

       FD  REVIEW-SHEET-PRINT.
       01  WS-SHEET-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       COPY AUDIT-LOG-PATH.
       COPY MM-RPTREG-WS.
       01 WS-PENDING-PATH       PIC X(205) VALUE SPACES.
       01 WS-PENDING-STATUS     PIC XX VALUE '00'.
       01 WS-ID-SEQ-PATH        PIC X(205) VALUE SPACES.
       01 WS-SCREEN-RESULT      PIC X VALUE 'P'.
       01 WS-SCREEN-WORD        PIC X(20) VALUE SPACES.

      *> House-dictionary spelling check through Q_SPELL - a word
      *> the dictionary does not know is flagged for the copy
      *> editor and recorded, never blocked:
       01 WS-SPELL-MODE         PIC X VALUE 'C'.
       01 WS-SPELL-RESULT       PIC X VALUE 'P'.
       01 WS-SPELL-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SPELL-WORDS.
           05 WS-SPELL-ENTRY OCCURS 20 TIMES.
               10 WS-SPELL-WORD      PIC X(30).
               10 WS-SPELL-FIX       PIC X(30).
       01 WS-SPELL-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-SPELL-LIST         PIC X(120) VALUE SPACES.
       01 WS-SPELL-PTR          PIC 9(3) COMP VALUE 1.
       01 WS-SPELL-COUNT-ED     PIC ZZ9.

      *> Segregation of duties through Q_SODCHK - the operator who
      *> submitted an entry may not be the one who releases it:
       01 WS-SOD-MODE           PIC X VALUE 'C'.
       01 WS-SOD-RULE-NO        PIC 9(3) VALUE ZERO.
       01 WS-SOD-ACTION         PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-ACTION   PIC X(8) VALUE SPACES.
       01 WS-SOD-PRIOR-BY       PIC X(10) VALUE SPACES.
       01 WS-SOD-RESULT         PIC X VALUE 'Y'.
       01 WS-SOD-RULE-TEXT      PIC X(60) VALUE SPACES.

      *> Offline review sheets.  WS-REVIEW-MODE is O for the review
      *> at this terminal, P to print a sheet per queue entry for a
      *> reviewer working from paper, K for a clerk to key the
      *> decisions from those sheets back in under the reviewer's
      *> ID.  A print run covers only entries not already out on a
      *> sheet unless MM_SHEET_SCOPE is A (all of the queue):
       01 WS-REVIEW-MODE        PIC X VALUE SPACE.
       01 WS-CLEARANCE-TEXT     PIC X(30) VALUE SPACES.
       01 WS-SHEET-REG-PATH     PIC X(210) VALUE SPACES.
       01 WS-SHEET-REG-STATUS   PIC XX VALUE '00'.
       01 WS-SHEET-PRT-PATH     PIC X(220) VALUE SPACES.
       01 WS-SHEET-PRT-STATUS   PIC XX VALUE '00'.
       01 WS-SHEET-SCOPE        PIC X VALUE SPACE.
       01 WS-SHEET-NO           PIC 9(6) VALUE ZERO.
       01 WS-FIRST-SHEET        PIC 9(6) VALUE ZERO.
       01 WS-SHEET-COUNT        PIC 9(9) COMP VALUE ZERO.
       01 WS-SHEET-ON-FILE      PIC X VALUE 'N'.
       01 WS-CONTROL-ON-FILE    PIC X VALUE 'N'.
       01 WS-NOW                PIC X(15) VALUE SPACES.
       01 WS-CLERK              PIC X(10) VALUE SPACES.
       01 WS-REVIEWER           PIC X(10) VALUE SPACES.
       01 WS-REVIEWER-NAME      PIC X(30) VALUE SPACES.
       01 WS-KEY-SEQ-A          PIC X(10) VALUE SPACES.
       01 WS-KEY-SEQ            PIC 9(9) VALUE ZERO.
       01 WS-KEY-DONE           PIC X VALUE 'N'.
       01 WS-SHEET-NOTE         PIC X(40) VALUE SPACES.
       01 WS-REJECTED-OK        PIC X VALUE 'N'.
       01 WS-STALE-REASON       PIC X(70) VALUE SPACES.
       01 WS-DECISION-TEXT      PIC X(8) VALUE SPACES.

      *> The maxim is word-wrapped onto the sheet seventy columns
      *> at a time:
       01 WS-WRAP-TEXT          PIC X(255) VALUE SPACES.
       01 WS-WRAP-POS           PIC 9(3) COMP VALUE ZERO.
       01 WS-WRAP-LEN           PIC 9(3) COMP VALUE ZERO.
       01 WS-WRAP-CUT           PIC 9(3) COMP VALUE ZERO.

      *> Possible duplicates for the sheet - the same author and the
      *> same maxim text already live, walked down the author's
      *> duplicate chain the way Q_DROPBOX checks an intake line:
       01 WS-DUP-FOUND          PIC X VALUE 'N'.
       01 WS-DUP-ID             PIC 9(9) VALUE ZERO.
       01 WS-DUP-EOF            PIC X VALUE 'N'.
       01 WS-DUP-OTHERS         PIC 9(5) VALUE ZERO.
       01 WS-P-MAXIM-UPPER      PIC X(255) VALUE SPACES.
       01 WS-REC-MAXIM-UPPER    PIC X(255) VALUE SPACES.

       SCREEN SECTION.
      *> The same full-record form Q_WRITER uses for entry, working
      *> directly on the pending fields for the edit-then-approve
       01  REVIEW-EDIT-FORM.
           05 BLANK SCREEN.
           05 LINE 1 COL 5 VALUE "Mighty Maxims - Review Edit".
           05 LINE 1 COL 32 PIC X(12) FROM WS-REGION-TAG.
           05 LINE 3 COL 2 VALUE "Source:".
           05 LINE 3 COL 12 PIC X(50) USING P-SOURCE.
           05 LINE 5 COL 2 VALUE "Author:".
           05 LINE 17 COL 2 PIC X(60) FROM WS-FORM-MESSAGE.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".SHEETREG"
            DELIMITED BY SIZE INTO WS-SHEET-REG-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PENDING.SHEETS"
            DELIMITED BY SIZE INTO WS-SHEET-PRT-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_REVIEW' TO WS-LAYCHK-PROGRAM.
        MOVE 'PEND' TO WS-LAYCHK-CODE.
        MOVE WS-PENDING-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'RVSH' TO WS-LAYCHK-CODE.
        MOVE WS-SHEET-REG-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-REVIEW-MODE FROM ENVIRONMENT "MM_REVIEW_MODE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-SHEET-SCOPE FROM ENVIRONMENT "MM_SHEET_SCOPE"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE 'Q_REVIEW' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Pending Quote Review"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            MOVE FUNCTION UPPER-CASE(WS-AUDIT-OPERATOR)
                TO WS-AUDIT-OPERATOR
        END-IF.

        IF WS-REVIEW-MODE = SPACE
            DISPLAY "[O]n-screen review / [P]rint review sheets / "
                    "[K]ey decisions from sheets?"
            ACCEPT WS-REVIEW-MODE FROM CONSOLE
        END-IF.
        MOVE FUNCTION UPPER-CASE(WS-REVIEW-MODE) TO WS-REVIEW-MODE.
        IF WS-REVIEW-MODE NOT = 'P' AND WS-REVIEW-MODE NOT = 'K'
            MOVE 'O' TO WS-REVIEW-MODE
        END-IF.

      *> Reviewing takes the review letter and printing the sheets a
      *> print run's.  A keying clerk need only be on the user
      *> master - it is each reviewer named on the sheets who must
      *> hold the review letter:
        EVALUATE WS-REVIEW-MODE
            WHEN 'P'
                MOVE 'X' TO WS-CHECK-FUNCTION
                MOVE 'print review sheets' TO WS-CLEARANCE-TEXT
            WHEN 'K'
                MOVE '*' TO WS-CHECK-FUNCTION
                MOVE 'key review decisions' TO WS-CLEARANCE-TEXT
            WHEN OTHER
                MOVE 'R' TO WS-CHECK-FUNCTION
                MOVE 'review quotes' TO WS-CLEARANCE-TEXT
        END-EVALUATE.
        CALL "Q_USERCHK" USING WS-AUDIT-OPERATOR WS-CHECK-FUNCTION
            WS-CHECK-RESULT WS-USER-NAME
        END-CALL.
        IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
            OR WS-CHECK-RESULT = 'S'
            DISPLAY "Operator " WS-AUDIT-OPERATOR
                    " is not cleared to "
                    FUNCTION TRIM(WS-CLEARANCE-TEXT) "."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.
            STOP RUN
        END-IF.

        PERFORM CHECK-SDF-ROLE.
        OPEN I-O MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
        END-IF.
        PERFORM REGISTER-SDF-OPEN.

      *> A sheet run is the whole session - WS-DONE keeps the
      *> on-screen loop below from starting:
        IF WS-REVIEW-MODE = 'P'
            PERFORM 4000-PRINT-REVIEW-SHEETS
            MOVE 'Y' TO WS-DONE
        END-IF.
        IF WS-REVIEW-MODE = 'K'
            PERFORM 5000-KEY-SHEET-DECISIONS
            MOVE 'Y' TO WS-DONE
        END-IF.

        MOVE LOW-VALUES TO P-SEQ.
        START PENDING-QUEUE-FILE KEY IS >= P-SEQ
            INVALID KEY
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.

        IF WS-PENDING-COUNT = ZERO AND WS-REVIEW-MODE = 'O'
            DISPLAY "The pending queue is empty."
        END-IF.
      *> A print run has already logged its sheets:
        IF WS-REVIEW-MODE NOT = 'P'
            MOVE WS-RELEASED-COUNT TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " released, "
            MOVE WS-REJECTED-COUNT TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " rejected."

            MOVE WS-RELEASED-COUNT TO WS-NUM-ED
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "review session released "
                FUNCTION TRIM(WS-NUM-ED) " quote(s)"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'REVIEW' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
        END-IF.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.
                        PERFORM 2000-APPROVE-ENTRY
                        MOVE 'Y' TO WS-ENTRY-DONE
                    WHEN 'E'
      *> No point editing an entry this reviewer may not release:
                        MOVE 'APPROVE' TO WS-SOD-ACTION
                        PERFORM 1900-CHECK-SEGREGATION
                        IF WS-SOD-RESULT = 'N'
                            MOVE 'Y' TO WS-ENTRY-DONE
                        ELSE
                            PERFORM 1500-EDIT-ENTRY
      *> A cancelled edit must not publish the entry - back to the
      *> prompt so the reviewer can still reject or skip it:
                            IF WS-EDIT-CANCELLED NOT = 'Y'
                                PERFORM 2000-APPROVE-ENTRY
                                MOVE 'Y' TO WS-ENTRY-DONE
                            END-IF
                        END-IF
                    WHEN 'R'
                        PERFORM 3000-REJECT-ENTRY
                DISPLAY "Edits discarded."
            END-IF.

      *> The submitter is the earlier step on every queue entry.  A
      *> refusal leaves the entry queued for another reviewer:
       1900-CHECK-SEGREGATION.
            MOVE 'C' TO WS-SOD-MODE.
            MOVE 'QUEUE' TO WS-SOD-PRIOR-ACTION.
            MOVE P-SUBMITTED-BY TO WS-SOD-PRIOR-BY.
            CALL "Q_SODCHK" USING WS-SOD-MODE WS-SOD-RULE-NO
                WS-AUDIT-OPERATOR WS-SOD-ACTION WS-SOD-PRIOR-ACTION
                WS-SOD-PRIOR-BY WS-SOD-RESULT WS-SOD-RULE-TEXT
            END-CALL.
            IF WS-SOD-RESULT = 'N'
                DISPLAY "Refused - " FUNCTION TRIM(WS-SOD-RULE-TEXT)
                        ".  Left in the queue for another reviewer."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "segregation: " FUNCTION TRIM(WS-SOD-RULE-TEXT)
                    ", " FUNCTION TRIM(WS-SOD-ACTION)
                    " queue entry " P-SEQ " from "
                    FUNCTION TRIM(P-SUBMITTED-BY)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'REFUSED' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

      *> Approval is the moment the quote becomes real: it gets the
      *> next Q-ID, today's date, the live file write, the journal
      *> entry, and the queue entry goes away:
       2000-APPROVE-ENTRY.
            MOVE 'N' TO WS-APPROVED-OK.
            MOVE 'APPROVE' TO WS-SOD-ACTION.
            PERFORM 1900-CHECK-SEGREGATION.
            IF WS-SOD-RESULT = 'N'
                EXIT PARAGRAPH
            END-IF.
            PERFORM 2050-SCREEN-THE-ENTRY.
            IF WS-SCREEN-RESULT = 'R'
                DISPLAY "That entry hits the screening list on ["
                PERFORM 2500-JOURNAL-THE-RELEASE
                ADD 1 TO WS-RELEASED-COUNT
                DISPLAY "Released as quote " Q-ID
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "approved queue entry " P-SEQ
                    " from " FUNCTION TRIM(P-SUBMITTED-BY)
                    WS-SHEET-NOTE
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'APPROVE' TO WS-AUDIT-ACTION
                MOVE Q-ID TO WS-AUDIT-QUOTE-ID
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            IF WS-SCREEN-RESULT NOT = 'R'
                PERFORM 2060-SPELL-CHECK-THE-ENTRY
            END-IF.

      *> The spelling check runs over the same text the screening
      *> check saw.  A known misspelling is listed with its house
      *> spelling (TEH->THE); a flag never stops the release:
       2060-SPELL-CHECK-THE-ENTRY.
            MOVE 'C' TO WS-SPELL-MODE.
            CALL "Q_SPELL" USING WS-SPELL-MODE WS-SCREEN-BUF
                WS-SCREEN-LEN WS-SPELL-RESULT WS-SPELL-COUNT
                WS-SPELL-WORDS
            END-CALL.
            IF WS-SPELL-RESULT NOT = 'S'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-SPELL-LIST.
            MOVE 1 TO WS-SPELL-PTR.
            PERFORM VARYING WS-SPELL-I FROM 1 BY 1
                UNTIL WS-SPELL-I > 20
                OR WS-SPELL-WORD (WS-SPELL-I) = SPACES
                IF WS-SPELL-FIX (WS-SPELL-I) = SPACES
                    STRING FUNCTION TRIM(WS-SPELL-WORD (WS-SPELL-I))
                        " " DELIMITED BY SIZE
                        INTO WS-SPELL-LIST WITH POINTER WS-SPELL-PTR
                ELSE
                    STRING FUNCTION TRIM(WS-SPELL-WORD (WS-SPELL-I))
                        "->" FUNCTION TRIM(WS-SPELL-FIX (WS-SPELL-I))
                        " " DELIMITED BY SIZE
                        INTO WS-SPELL-LIST WITH POINTER WS-SPELL-PTR
                END-IF
            END-PERFORM.
            MOVE WS-SPELL-COUNT TO WS-SPELL-COUNT-ED.
            DISPLAY "Note: " FUNCTION TRIM(WS-SPELL-COUNT-ED)
                    " word(s) not in the house dictionary - "
                    FUNCTION TRIM(WS-SPELL-LIST).
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "spelling flag, " FUNCTION TRIM(WS-SPELL-COUNT-ED)
                " unknown: " WS-SPELL-LIST
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'SPELL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       2100-ASSIGN-NEXT-ID.
            MOVE 1 TO WS-NEXT-ID.
            END-IF.

       3000-REJECT-ENTRY.
            MOVE 'N' TO WS-REJECTED-OK.
            MOVE 'REJECT' TO WS-SOD-ACTION.
            PERFORM 1900-CHECK-SEGREGATION.
            IF WS-SOD-RESULT = 'N'
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Reason for the rejection:".
            ACCEPT WS-REJECT-REASON FROM CONSOLE.
            ADD 1 TO WS-REJECTED-COUNT.
            MOVE 'Y' TO WS-REJECTED-OK.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "rejected queue entry " P-SEQ
                " from " FUNCTION TRIM(P-SUBMITTED-BY)
                    DELIMITED BY SIZE
                WS-SHEET-NOTE DELIMITED BY "  "
                ": " FUNCTION TRIM(WS-REJECT-REASON)
                    DELIMITED BY SIZE
                INTO WS-AUDIT-MESSAGE.
            MOVE 'REJECT' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.
            DELETE PENDING-QUEUE-FILE
            END-DELETE.
            DISPLAY "Entry rejected.".

      *> The print run - every queue entry (or, by default, every
      *> one not already out on a sheet that still matches it) gets
      *> a numbered sheet of its own, and the register keeps the
      *> entry exactly as printed for the keying run to hold the
      *> queue against:
       4000-PRINT-REVIEW-SHEETS.
            IF WS-SHEET-SCOPE = SPACE
                MOVE 'N' TO WS-SHEET-SCOPE
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-SHEET-SCOPE) TO WS-SHEET-SCOPE.
            OPEN I-O REVIEW-SHEET-FILE.
            IF WS-SHEET-REG-STATUS NOT = '00'
                OPEN OUTPUT REVIEW-SHEET-FILE
                CLOSE REVIEW-SHEET-FILE
                OPEN I-O REVIEW-SHEET-FILE
            END-IF.
            IF WS-SHEET-REG-STATUS NOT = '00'
                DISPLAY "Unable to open the review sheet register, "
                        "status " WS-SHEET-REG-STATUS
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT REVIEW-SHEET-PRINT.
            IF WS-SHEET-PRT-STATUS NOT = '00'
                DISPLAY "Unable to open "
                        FUNCTION TRIM(WS-SHEET-PRT-PATH)
                        ", status " WS-SHEET-PRT-STATUS
                CLOSE REVIEW-SHEET-FILE
                EXIT PARAGRAPH
            END-IF.

            MOVE ZERO TO RS-SEQ.
            READ REVIEW-SHEET-FILE
                INVALID KEY
                    MOVE 'N' TO WS-CONTROL-ON-FILE
                    MOVE ZERO TO WS-SHEET-NO
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CONTROL-ON-FILE
                    MOVE RS-SHEET-NO TO WS-SHEET-NO
            END-READ.
            COMPUTE WS-FIRST-SHEET = WS-SHEET-NO + 1.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO WS-NOW.
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO WS-NOW.

            MOVE LOW-VALUES TO P-SEQ.
            START PENDING-QUEUE-FILE KEY IS >= P-SEQ
                INVALID KEY
                    MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
                READ PENDING-QUEUE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        ADD 1 TO WS-PENDING-COUNT
                        PERFORM 4100-PRINT-ONE-SHEET
                END-READ
            END-PERFORM.

            MOVE SPACES TO RS-DATA-RAW.
            MOVE ZERO TO RS-SEQ.
            MOVE WS-SHEET-NO TO RS-SHEET-NO.
            MOVE WS-NOW TO RS-PRINTED.
            MOVE WS-AUDIT-OPERATOR TO RS-PRINTED-BY.
            IF WS-CONTROL-ON-FILE = 'Y'
                REWRITE RS-DATA-RAW
                    INVALID KEY
                        DISPLAY "Unable to update the sheet register"
                                ", status " WS-SHEET-REG-STATUS
                END-REWRITE
            ELSE
                WRITE RS-DATA-RAW
                    INVALID KEY
                        DISPLAY "Unable to update the sheet register"
                                ", status " WS-SHEET-REG-STATUS
                END-WRITE
            END-IF.
            CLOSE REVIEW-SHEET-PRINT.
            CLOSE REVIEW-SHEET-FILE.

            MOVE WS-SHEET-COUNT TO WS-NUM-ED.
            IF WS-SHEET-COUNT = ZERO
                DISPLAY "No queue entries need a sheet - nothing "
                        "printed."
            ELSE
                DISPLAY FUNCTION TRIM(WS-NUM-ED)
                        " review sheet(s) written to "
                        FUNCTION TRIM(WS-SHEET-PRT-PATH)
                        ", sheets " WS-FIRST-SHEET " to " WS-SHEET-NO
                MOVE 'REVSHEETS' TO WS-RPTREG-NAME
                MOVE 'Q_REVIEW' TO WS-RPTREG-PROGRAM
                MOVE WS-SHEET-PRT-PATH TO WS-RPTREG-PATH
                CALL "Q_RPTREG" USING WS-RPTREG-NAME
                    WS-RPTREG-PROGRAM WS-RPTREG-PATH WS-RPTREG-RESULT
                END-CALL
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            IF WS-SHEET-COUNT = ZERO
                STRING "printed no review sheets, "
                    "nothing new in the queue"
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            ELSE
                STRING "printed " FUNCTION TRIM(WS-NUM-ED)
                    " review sheet(s), sheets " WS-FIRST-SHEET
                    " to " WS-SHEET-NO
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            END-IF.
            MOVE 'SHEETS' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       4100-PRINT-ONE-SHEET.
            MOVE P-SEQ TO RS-SEQ.
            READ REVIEW-SHEET-FILE
                INVALID KEY
                    MOVE 'N' TO WS-SHEET-ON-FILE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SHEET-ON-FILE
            END-READ.
            IF WS-SHEET-SCOPE NOT = 'A' AND WS-SHEET-ON-FILE = 'Y'
                AND RS-STATE = 'P' AND RS-IMAGE = P-DATA-RAW
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-SHEET-NO.
            ADD 1 TO WS-SHEET-COUNT.

            MOVE SPACES TO WS-SCREEN-BUF.
            MOVE P-MIGHTY-MAXIM TO WS-SCREEN-BUF.
            COMPUTE WS-SCREEN-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(P-MIGHTY-MAXIM TRAILING)).
            CALL "Q_SCREEN" USING WS-SCREEN-BUF WS-SCREEN-LEN
                WS-SCREEN-RESULT WS-SCREEN-WORD
            END-CALL.
            PERFORM 4200-FIND-POSSIBLE-DUPLICATES.

            MOVE SPACES TO WS-SHEET-LINE.
            STRING "MIGHTY MAXIMS - OFFLINE REVIEW SHEET"
                "                  SHEET " WS-SHEET-NO
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-SHEET-LINE.
            IF WS-SHEET-COUNT = 1
                WRITE WS-SHEET-LINE
            ELSE
                WRITE WS-SHEET-LINE AFTER ADVANCING PAGE
            END-IF.
            MOVE SPACES TO WS-SHEET-LINE.
            STRING "Queue entry " P-SEQ "      Printed " WS-NOW
                " by " WS-AUDIT-OPERATOR
                DELIMITED BY SIZE INTO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE ALL '=' TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            STRING "Submitted by  " P-SUBMITTED-BY " on "
                P-SUBMITTED-DATE
                DELIMITED BY SIZE INTO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            STRING "Author        " P-AUTHOR
                DELIMITED BY SIZE INTO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            STRING "Source        " P-SOURCE
                DELIMITED BY SIZE INTO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            STRING "Category      " P-CATEGORY
                DELIMITED BY SIZE INTO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE "Maxim" TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            PERFORM 4300-PRINT-THE-MAXIM.
            MOVE ALL '-' TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.

            MOVE SPACES TO WS-SHEET-LINE.
            EVALUATE WS-SCREEN-RESULT
                WHEN 'R'
                    STRING "Screening     BLOCKED on ["
                        FUNCTION TRIM(WS-SCREEN-WORD)
                        "] - cannot be approved as it stands"
                        DELIMITED BY SIZE INTO WS-SHEET-LINE
                WHEN 'F'
                    STRING "Screening     FLAGGED - contains ["
                        FUNCTION TRIM(WS-SCREEN-WORD) "]"
                        DELIMITED BY SIZE INTO WS-SHEET-LINE
                WHEN OTHER
                    MOVE "Screening     passed" TO WS-SHEET-LINE
            END-EVALUATE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            IF WS-DUP-FOUND = 'Y'
                STRING "Duplicates    SAME TEXT as quote " WS-DUP-ID
                    " by this author"
                    DELIMITED BY SIZE INTO WS-SHEET-LINE
            ELSE
                MOVE "Duplicates    no same-text quote on file"
                    TO WS-SHEET-LINE
            END-IF.
            WRITE WS-SHEET-LINE.
            IF WS-DUP-OTHERS > ZERO
                MOVE SPACES TO WS-SHEET-LINE
                MOVE WS-DUP-OTHERS TO WS-NUM-ED
                STRING "              " FUNCTION TRIM(WS-NUM-ED)
                    " other quote(s) by this author on file"
                    DELIMITED BY SIZE INTO WS-SHEET-LINE
                WRITE WS-SHEET-LINE
            END-IF.
            MOVE ALL '=' TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE "DECISION      [   ] APPROVE            [   ] REJECT"
                TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE "Reason for a rejection:" TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE ALL '_' TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE ALL '_' TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE "Reviewer ID ____________  Signature "
                & "____________________  Date __________"
                TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE SPACES TO WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.
            MOVE "Keyed by    ____________  on __________" TO
                WS-SHEET-LINE.
            WRITE WS-SHEET-LINE.

            MOVE SPACES TO RS-DATA-RAW.
            MOVE P-SEQ TO RS-SEQ.
            MOVE WS-SHEET-NO TO RS-SHEET-NO.
            MOVE WS-NOW TO RS-PRINTED.
            MOVE WS-AUDIT-OPERATOR TO RS-PRINTED-BY.
            MOVE 'P' TO RS-STATE.
            MOVE P-DATA-RAW TO RS-IMAGE.
            IF WS-SHEET-ON-FILE = 'Y'
                REWRITE RS-DATA-RAW
                    INVALID KEY
                        DISPLAY "Unable to register sheet "
                                WS-SHEET-NO ", status "
                                WS-SHEET-REG-STATUS
                END-REWRITE
            ELSE
                WRITE RS-DATA-RAW
                    INVALID KEY
                        DISPLAY "Unable to register sheet "
                                WS-SHEET-NO ", status "
                                WS-SHEET-REG-STATUS
                END-WRITE
            END-IF.

      *> Same author, same maxim text already live - and how many
      *> other quotes the author has, for the reviewer to weigh:
       4200-FIND-POSSIBLE-DUPLICATES.
            MOVE 'N' TO WS-DUP-FOUND.
            MOVE 'N' TO WS-DUP-EOF.
            MOVE ZERO TO WS-DUP-ID WS-DUP-OTHERS.
            MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(P-MIGHTY-MAXIM))
                TO WS-P-MAXIM-UPPER.
            MOVE P-AUTHOR TO Q-AUTHOR.
            START MM-COBOL-SDF-FILE KEY IS = Q-AUTHOR
                INVALID KEY
                    MOVE 'Y' TO WS-DUP-EOF
            END-START.
            PERFORM UNTIL WS-DUP-EOF = 'Y'
                READ MM-COBOL-SDF-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-DUP-EOF
                    NOT AT END
                        IF Q-AUTHOR NOT = P-AUTHOR
                            MOVE 'Y' TO WS-DUP-EOF
                        ELSE
                            MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(Q-MIGHTY-MAXIM))
                                TO WS-REC-MAXIM-UPPER
                            IF WS-REC-MAXIM-UPPER = WS-P-MAXIM-UPPER
                                AND WS-DUP-FOUND = 'N'
                                MOVE 'Y' TO WS-DUP-FOUND
                                MOVE Q-ID TO WS-DUP-ID
                            ELSE
                                ADD 1 TO WS-DUP-OTHERS
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.

       4300-PRINT-THE-MAXIM.
            MOVE P-MIGHTY-MAXIM TO WS-WRAP-TEXT.
            COMPUTE WS-WRAP-LEN = FUNCTION LENGTH(
                FUNCTION TRIM(WS-WRAP-TEXT TRAILING)).
            MOVE 1 TO WS-WRAP-POS.
            PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
                IF WS-WRAP-LEN - WS-WRAP-POS < 70
                    COMPUTE WS-WRAP-CUT = WS-WRAP-LEN - WS-WRAP-POS + 1
                ELSE
      *> Break at the last space that leaves the line no longer
      *> than seventy, or hard at seventy in a run-on word:
                    MOVE 70 TO WS-WRAP-CUT
                    PERFORM UNTIL WS-WRAP-CUT < 20
                        OR WS-WRAP-TEXT (WS-WRAP-POS + WS-WRAP-CUT:1)
                            = SPACE
                        SUBTRACT 1 FROM WS-WRAP-CUT
                    END-PERFORM
                    IF WS-WRAP-CUT < 20
                        MOVE 70 TO WS-WRAP-CUT
                    END-IF
                END-IF
                MOVE SPACES TO WS-SHEET-LINE
                MOVE WS-WRAP-TEXT (WS-WRAP-POS:WS-WRAP-CUT)
                    TO WS-SHEET-LINE (5:)
                WRITE WS-SHEET-LINE
                ADD WS-WRAP-CUT TO WS-WRAP-POS
                PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
                    OR WS-WRAP-TEXT (WS-WRAP-POS:1) NOT = SPACE
                    ADD 1 TO WS-WRAP-POS
                END-PERFORM
            END-PERFORM.

      *> The keying run - a clerk works through each reviewer's pile
      *> of sheets.  Every decision goes through the same approval
      *> and rejection paragraphs as a decision made at this
      *> terminal, under the reviewer's ID, so the ID, the journal,
      *> the audit entries and the segregation check are the same;
      *> the audit detail adds the sheet and the clerk:
       5000-KEY-SHEET-DECISIONS.
            OPEN I-O REVIEW-SHEET-FILE.
            IF WS-SHEET-REG-STATUS NOT = '00'
                DISPLAY "No review sheets have been printed - "
                        "nothing to key."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-AUDIT-OPERATOR TO WS-CLERK.
            PERFORM UNTIL WS-DONE = 'Y'
                DISPLAY "Reviewer ID from the sheets "
                        "(blank to finish):"
                MOVE SPACES TO WS-REVIEWER
                ACCEPT WS-REVIEWER FROM CONSOLE
                MOVE FUNCTION UPPER-CASE(WS-REVIEWER) TO WS-REVIEWER
                IF WS-REVIEWER = SPACES
                    MOVE 'Y' TO WS-DONE
                ELSE
                    PERFORM 5100-KEY-FOR-ONE-REVIEWER
                END-IF
            END-PERFORM.
            CLOSE REVIEW-SHEET-FILE.

       5100-KEY-FOR-ONE-REVIEWER.
            MOVE 'R' TO WS-CHECK-FUNCTION.
            CALL "Q_USERCHK" USING WS-REVIEWER WS-CHECK-FUNCTION
                WS-CHECK-RESULT WS-REVIEWER-NAME
            END-CALL.
            IF WS-CHECK-RESULT = 'N' OR WS-CHECK-RESULT = 'U'
                DISPLAY "Reviewer " FUNCTION TRIM(WS-REVIEWER)
                        " is not cleared to review quotes - "
                        "nothing keyed for them."
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-KEY-DONE.
            PERFORM UNTIL WS-KEY-DONE = 'Y'
                DISPLAY "Queue # from "
                        FUNCTION TRIM(WS-REVIEWER)
                        "'s sheet (blank = next reviewer):"
                MOVE SPACES TO WS-KEY-SEQ-A
                ACCEPT WS-KEY-SEQ-A FROM CONSOLE
                IF WS-KEY-SEQ-A = SPACES
                    MOVE 'Y' TO WS-KEY-DONE
                ELSE
                    PERFORM 5200-KEY-ONE-DECISION
                END-IF
            END-PERFORM.

      *> Only an entry still exactly as its sheet showed it - on the
      *> register, undecided, still queued, unchanged - takes the
      *> decision:
       5200-KEY-ONE-DECISION.
            IF FUNCTION TEST-NUMVAL(WS-KEY-SEQ-A) NOT = ZERO
                DISPLAY "That is not a queue number."
                EXIT PARAGRAPH
            END-IF.
            MOVE FUNCTION NUMVAL(WS-KEY-SEQ-A) TO WS-KEY-SEQ.
            IF WS-KEY-SEQ = ZERO
                DISPLAY "That is not a queue number."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-KEY-SEQ TO RS-SEQ.
            READ REVIEW-SHEET-FILE
                INVALID KEY
                    MOVE 'N' TO WS-SHEET-ON-FILE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SHEET-ON-FILE
            END-READ.
            IF WS-SHEET-ON-FILE = 'N'
                MOVE "no review sheet was printed for it"
                    TO WS-STALE-REASON
                PERFORM 5900-REFUSE-THE-DECISION
                EXIT PARAGRAPH
            END-IF.
            IF RS-STATE NOT = 'P'
                IF RS-STATE = 'A'
                    MOVE 'approved' TO WS-DECISION-TEXT
                ELSE
                    MOVE 'rejected' TO WS-DECISION-TEXT
                END-IF
                MOVE SPACES TO WS-STALE-REASON
                STRING "already " FUNCTION TRIM(WS-DECISION-TEXT)
                    " from sheet " RS-SHEET-NO " by "
                    FUNCTION TRIM(RS-DECIDED-BY) " on "
                    RS-DECIDED (1:8)
                    DELIMITED BY SIZE INTO WS-STALE-REASON
                PERFORM 5900-REFUSE-THE-DECISION
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-KEY-SEQ TO P-SEQ.
            READ PENDING-QUEUE-FILE
                INVALID KEY
                    MOVE SPACES TO WS-STALE-REASON
                    STRING "decided on screen since sheet "
                        RS-SHEET-NO " was printed"
                        DELIMITED BY SIZE INTO WS-STALE-REASON
                    PERFORM 5900-REFUSE-THE-DECISION
                    EXIT PARAGRAPH
            END-READ.
            IF P-DATA-RAW NOT = RS-IMAGE
                MOVE SPACES TO WS-STALE-REASON
                STRING "changed since sheet " RS-SHEET-NO
                    " was printed - print it a new sheet"
                    DELIMITED BY SIZE INTO WS-STALE-REASON
                PERFORM 5900-REFUSE-THE-DECISION
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "Sheet " RS-SHEET-NO "  " FUNCTION TRIM(P-AUTHOR)
                    " - " P-MIGHTY-MAXIM (1:50).
            DISPLAY "Decision on the sheet - [A]pprove / [R]eject / "
                    "[S]kip?".
            MOVE SPACE TO WS-ANSWER.
            ACCEPT WS-ANSWER FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER.
            IF WS-ANSWER NOT = 'A' AND WS-ANSWER NOT = 'R'
                DISPLAY "Skipped - the sheet stays open."
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-REVIEWER TO WS-AUDIT-OPERATOR.
            MOVE SPACES TO WS-SHEET-NOTE.
            STRING ", sheet " RS-SHEET-NO " keyed by "
                FUNCTION TRIM(WS-CLERK)
                DELIMITED BY SIZE INTO WS-SHEET-NOTE.
            MOVE 'N' TO WS-APPROVED-OK WS-REJECTED-OK.
            IF WS-ANSWER = 'A'
                PERFORM 2000-APPROVE-ENTRY
            ELSE
                PERFORM 3000-REJECT-ENTRY
            END-IF.
            MOVE WS-CLERK TO WS-AUDIT-OPERATOR.
            MOVE SPACES TO WS-SHEET-NOTE.

            IF WS-APPROVED-OK = 'Y' OR WS-REJECTED-OK = 'Y'
                MOVE WS-ANSWER TO RS-STATE
                MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
                MOVE SPACES TO RS-DECIDED
                STRING WS-AUDIT-TIMESTAMP (1:8) '-'
                    WS-AUDIT-TIMESTAMP (9:6)
                    DELIMITED BY SIZE INTO RS-DECIDED
                MOVE WS-REVIEWER TO RS-DECIDED-BY
                MOVE WS-CLERK TO RS-KEYED-BY
                REWRITE RS-DATA-RAW
                    INVALID KEY
                        DISPLAY "Unable to close sheet " RS-SHEET-NO
                                " on the register, status "
                                WS-SHEET-REG-STATUS
                END-REWRITE
            END-IF.

       5900-REFUSE-THE-DECISION.
            DISPLAY "Refused - queue entry " WS-KEY-SEQ " "
                    FUNCTION TRIM(WS-STALE-REASON) ".".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "sheet decision for " FUNCTION TRIM(WS-REVIEWER)
                " refused, queue entry " WS-KEY-SEQ ": "
                FUNCTION TRIM(WS-STALE-REASON)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'STALE' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
