            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OCCASION-STATUS.

       *> The forward plan - see MM-PLAN-RAW.cpy.  A pinned day is
       *> served as planned; planning mode (MM_PLAN_FROM and/or
       *> MM_PLAN_TO set, YYYYMMDD) drafts the days in the range by
       *> running this program's own selection rules forward:
       SELECT DAILY-PLAN-FILE
            ASSIGN TO WS-PLAN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-DATE
            FILE STATUS IS WS-PLAN-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       FD  OCCASION-CALENDAR-FILE.
       01  WS-OCCASION-RECORD      PIC X(80).

       COPY MM-PLAN-RAW.

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
      *> daily pick:
       01 WS-LIFE-OK            PIC X VALUE 'Y'.

      *> The day's pick goes in the publication ledger through
      *> Q_PUBLOG once, when it is made - the .ROTATION line is
      *> where everyone who asks that day gets it from:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'Q_DAILY'.
       01 WS-PUB-DEST           PIC X(200) VALUE SPACES.
       01 WS-NEW-PICK           PIC X VALUE 'N'.

      *> Occasion-calendar state: a CAT= hit constrains the scan to
      *> that category, an ID= hit names the pick outright, and the
      *> rotation history still records whatever was served:
       01 WS-SCAN-CATEGORY      PIC X(10) VALUE SPACES.
       01 WS-IGNORE-SERVED      PIC X VALUE 'N'.

      *> The forward plan.  In planning mode the rotation is run in
      *> memory only - nothing is written to the .ROTATION file -
      *> starting from the first day not yet picked, and only the
      *> days from WS-PLAN-FROM on are drafted into the plan:
       01 WS-PLAN-PATH          PIC X(205) VALUE SPACES.
       01 WS-PLAN-STATUS        PIC XX VALUE '00'.
       01 WS-PLAN-MODE          PIC X VALUE 'N'.
       01 WS-PLAN-FROM          PIC X(8) VALUE SPACES.
       01 WS-PLAN-TO            PIC X(8) VALUE SPACES.
       01 WS-PLAN-NUM           PIC 9(8) VALUE ZERO.
       01 WS-PLAN-INT           PIC 9(7) VALUE ZERO.
       01 WS-PLAN-START-INT     PIC 9(7) VALUE ZERO.
       01 WS-PLAN-FROM-INT      PIC 9(7) VALUE ZERO.
       01 WS-PLAN-TO-INT        PIC 9(7) VALUE ZERO.
       01 WS-PLAN-FOUND         PIC X VALUE 'N'.
       01 WS-PLAN-PINNED        PIC X VALUE 'N'.
       01 WS-PLAN-HOW           PIC X VALUE SPACE.
       01 WS-PLAN-DRAFTED       PIC 9(5) COMP VALUE ZERO.
       01 WS-PLAN-KEPT          PIC 9(5) COMP VALUE ZERO.
       01 WS-PLAN-EMPTY         PIC 9(5) COMP VALUE ZERO.
       01 WS-PLAN-STAMP         PIC X(21) VALUE SPACES.
       01 WS-NUM-ED             PIC -(9)9.

      *> Every Q-ID served since the last time the rotation came full
      *> circle.  One entry per calendar day, so even a 5000-quote
      *> cycle is over 13 years of daily picks before the table is
                   PIC 9(9).

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        MOVE FUNCTION UPPER-CASE(WS-LANG) TO WS-LANG.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".ROTATION"
            DELIMITED BY SIZE INTO WS-ROTATION-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PLAN"
            DELIMITED BY SIZE INTO WS-PLAN-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_DAILY' TO WS-LAYCHK-PROGRAM.
        MOVE 'PLAN' TO WS-LAYCHK-CODE.
        MOVE WS-PLAN-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'Q_DAILY' TO WS-INUSE-PROGRAM.
        ACCEPT WS-PLAN-FROM FROM ENVIRONMENT "MM_PLAN_FROM"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-PLAN-TO FROM ENVIRONMENT "MM_PLAN_TO"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.

        IF WS-PLAN-FROM NOT = SPACES OR WS-PLAN-TO NOT = SPACES
            MOVE 'Y' TO WS-PLAN-MODE
            PERFORM 6000-PLAN-AHEAD
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 1500-CHECK-OCCASION.

        IF WS-LAST-DATE = WS-TODAY
      *> the pick outright, a CAT= occasion constrains the scan to
      *> its category (repeating a served quote rather than leaving
      *> the occasion unmarked), and an exhausted or empty occasion
      *> falls through to the plain rotation.  Ahead of all of it,
      *> a day a curator has pinned in the plan is served as
      *> planned:
       2000-PICK-TODAYS-QUOTE.
            MOVE 'N' TO WS-PICK-FOUND.
            PERFORM 1800-CHECK-PINNED-PLAN.
            IF WS-PICK-FOUND NOT = 'Y' AND WS-OCC-ID > ZERO
                PERFORM 2050-TRY-CALENDAR-ID
            END-IF.
            IF WS-PICK-FOUND NOT = 'Y'
                END-IF
            END-IF.

      *> The plan is read for the day being picked; in planning
      *> mode it is already open I-O for the whole run.  A pinned
      *> quote still has to be on file and inside its publication
      *> window on the day, or the normal rules decide after all:
       1800-CHECK-PINNED-PLAN.
            MOVE 'N' TO WS-PLAN-PINNED.
            IF WS-PLAN-MODE NOT = 'Y'
                OPEN INPUT DAILY-PLAN-FILE
                IF WS-PLAN-STATUS NOT = '00'
                    EXIT PARAGRAPH
                END-IF
            END-IF.
            MOVE WS-TODAY TO PN-DATE.
            READ DAILY-PLAN-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PN-PINNED
                        MOVE 'Y' TO WS-PLAN-PINNED
                    END-IF
            END-READ.
            IF WS-PLAN-MODE NOT = 'Y'
                CLOSE DAILY-PLAN-FILE
            END-IF.
            IF WS-PLAN-PINNED = 'Y'
                PERFORM 1850-TRY-PINNED-ID
            END-IF.

       1850-TRY-PINNED-ID.
            OPEN INPUT MM-COBOL-SDF-FILE.
            IF NOT SUCCESS
                CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                    WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
                END-CALL
                CLOSE AUDIT-LOG-FILE
                MOVE 1 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM REGISTER-SDF-OPEN.
            MOVE PN-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    CALL "Q_LIFECHK" USING Q-ID WS-TODAY WS-LIFE-OK
                    END-CALL
                    IF WS-LIFE-OK = 'Y'
                        MOVE Q-ID TO WS-PICK-ID
                        MOVE 'Y' TO WS-PICK-FOUND
                    END-IF
            END-READ.
            CLOSE MM-COBOL-SDF-FILE.
            PERFORM REGISTER-SDF-CLOSE.
            IF WS-PICK-FOUND NOT = 'Y'
                DISPLAY "Planned quote " PN-ID " for " WS-TODAY
                        " is withdrawn - normal selection."
            END-IF.

      *> A calendar line named the quote itself - it still has to
      *> be on file and inside its publication window:
       2050-TRY-CALENDAR-ID.
            END-IF.

       2200-START-NEW-CYCLE.
            IF WS-PLAN-MODE = 'Y'
                MOVE ZERO TO WS-SERVED-USED
                EXIT PARAGRAPH
            END-IF.
            OPEN EXTEND ROTATION-HISTORY-FILE.
            IF WS-ROTATION-STATUS NOT = '00'
                OPEN OUTPUT ROTATION-HISTORY-FILE
                DELIMITED BY SIZE INTO WS-ROTATION-RECORD.
            WRITE WS-ROTATION-RECORD.
            CLOSE ROTATION-HISTORY-FILE.
            MOVE 'Y' TO WS-NEW-PICK.
            STRING "daily pick recorded for " WS-TODAY
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'DAILY' TO WS-AUDIT-ACTION.
                    DISPLAY "Today's quote (ID " WS-PICK-ID
                            ") is no longer on file."
                NOT INVALID KEY
                    IF WS-NEW-PICK = 'Y'
                        MOVE WS-ROTATION-PATH TO WS-PUB-DEST
                        CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID
                            Q-SOURCE WS-PUB-DEST
                        END-CALL
                    END-IF
                    DISPLAY "Mighty Maxim of the day - " WS-TODAY
                            FUNCTION TRIM(WS-REGION-TAG TRAILING)
                    DISPLAY "------------------------------------------"
                    DISPLAY "Source: " Q-SOURCE
                    DISPLAY "Author: " Q-AUTHOR
      *> When a serving language is set and the pick carries a
      *> stored translation, the translated text replaces the
      *> English in the display buffer; when it does not, the
      *> English text is re-fetched and shown exactly as before.
      *> The pick goes out of the building, so it is fetched with
      *> Q_XLATE's outward get: a translation gone stale since the
      *> English changed is passed over for the English when the
      *> site runs with MM_XLT_STALE_FALLBACK=Y:
       3100-APPLY-TRANSLATION.
            IF WS-LANG NOT = SPACES
                MOVE 'O' TO WS-XLT-MODE
                CALL "Q_XLATE" USING WS-XLT-MODE WS-LONG-ID
                    WS-LANG WS-LONG-TEXT WS-LONG-LEN WS-XLT-FLAG
                END-CALL
                END-IF
            END-IF.

      *> Planning mode.  The simulation starts on the first day not
      *> yet picked - tomorrow if today's pick is made, else today
      *> - so the served-this-cycle table carries forward exactly
      *> as it will in real life; days before MM_PLAN_FROM are
      *> simulated but not written.  Pinned days are kept as they
      *> are and count as served; every other day in the range is
      *> (re)drafted.  The range defaults to a year from the first
      *> day planned, and may reach at most 800 days ahead:
       6000-PLAN-AHEAD.
            MOVE WS-TODAY TO WS-PLAN-NUM.
            COMPUTE WS-PLAN-START-INT =
                FUNCTION INTEGER-OF-DATE(WS-PLAN-NUM).
            IF WS-LAST-DATE = WS-TODAY
                ADD 1 TO WS-PLAN-START-INT
            END-IF.
            IF WS-PLAN-FROM = SPACES
                MOVE WS-PLAN-START-INT TO WS-PLAN-FROM-INT
            ELSE
                IF WS-PLAN-FROM NOT NUMERIC
                    DISPLAY "MM_PLAN_FROM must be a YYYYMMDD date."
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-PLAN-FROM TO WS-PLAN-NUM
                COMPUTE WS-PLAN-FROM-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PLAN-NUM)
                IF WS-PLAN-FROM-INT < WS-PLAN-START-INT
                    MOVE WS-PLAN-START-INT TO WS-PLAN-FROM-INT
                END-IF
            END-IF.
            IF WS-PLAN-TO = SPACES
                COMPUTE WS-PLAN-TO-INT = WS-PLAN-FROM-INT + 364
            ELSE
                IF WS-PLAN-TO NOT NUMERIC
                    DISPLAY "MM_PLAN_TO must be a YYYYMMDD date."
                    MOVE 1 TO RETURN-CODE
                    EXIT PARAGRAPH
                END-IF
                MOVE WS-PLAN-TO TO WS-PLAN-NUM
                COMPUTE WS-PLAN-TO-INT =
                    FUNCTION INTEGER-OF-DATE(WS-PLAN-NUM)
            END-IF.
            IF WS-PLAN-TO-INT < WS-PLAN-FROM-INT
                OR WS-PLAN-TO-INT - WS-PLAN-START-INT > 800
                DISPLAY "The plan range must run forward from the "
                        "first unpicked day, at most 800 days ahead."
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-PLAN-NUM =
                FUNCTION DATE-OF-INTEGER(WS-PLAN-FROM-INT).
            MOVE WS-PLAN-NUM TO WS-PLAN-FROM.
            COMPUTE WS-PLAN-NUM =
                FUNCTION DATE-OF-INTEGER(WS-PLAN-TO-INT).
            MOVE WS-PLAN-NUM TO WS-PLAN-TO.

            OPEN I-O DAILY-PLAN-FILE.
            IF WS-PLAN-STATUS NOT = '00'
                OPEN OUTPUT DAILY-PLAN-FILE
                CLOSE DAILY-PLAN-FILE
                OPEN I-O DAILY-PLAN-FILE
            END-IF.
            IF WS-PLAN-STATUS NOT = '00'
                DISPLAY "Unable to open the plan file, status "
                        WS-PLAN-STATUS
                MOVE 1 TO RETURN-CODE
                EXIT PARAGRAPH
            END-IF.

            DISPLAY "Planning the quote of the day from "
                    WS-PLAN-FROM " to " WS-PLAN-TO.
            MOVE FUNCTION CURRENT-DATE TO WS-PLAN-STAMP.
            PERFORM VARYING WS-PLAN-INT FROM WS-PLAN-START-INT BY 1
                UNTIL WS-PLAN-INT > WS-PLAN-TO-INT
                PERFORM 6100-PLAN-ONE-DAY
            END-PERFORM.
            CLOSE DAILY-PLAN-FILE.

            MOVE WS-PLAN-DRAFTED TO WS-NUM-ED.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " day(s) drafted, ".
            MOVE WS-PLAN-KEPT TO WS-NUM-ED.
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " pinned day(s) kept.".
            IF WS-PLAN-EMPTY > ZERO
                MOVE WS-PLAN-EMPTY TO WS-NUM-ED
                DISPLAY FUNCTION TRIM(WS-NUM-ED)
                        " day(s) with no quote to plan."
            END-IF.
            MOVE WS-PLAN-DRAFTED TO WS-NUM-ED.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "plan drafted " WS-PLAN-FROM "-" WS-PLAN-TO ": "
                FUNCTION TRIM(WS-NUM-ED) " day(s)"
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'PLAN' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> One simulated day: the same occasion check and pick as a
      *> live run, then the pick goes on the in-memory served table
      *> the way 1100 loads a history line:
       6100-PLAN-ONE-DAY.
            COMPUTE WS-PLAN-NUM = FUNCTION DATE-OF-INTEGER(WS-PLAN-INT).
            MOVE WS-PLAN-NUM TO WS-TODAY.
            PERFORM 1500-CHECK-OCCASION.
            PERFORM 2000-PICK-TODAYS-QUOTE.
            IF WS-PICK-FOUND NOT = 'Y'
                IF WS-PLAN-INT >= WS-PLAN-FROM-INT
                    ADD 1 TO WS-PLAN-EMPTY
                END-IF
                EXIT PARAGRAPH
            END-IF.
            IF WS-SERVED-USED < 5000
                ADD 1 TO WS-SERVED-USED
                MOVE WS-PICK-ID TO WS-SERVED-ID (WS-SERVED-USED)
            ELSE
                MOVE ZERO TO WS-SERVED-USED
            END-IF.
            IF WS-PLAN-INT < WS-PLAN-FROM-INT
                EXIT PARAGRAPH
            END-IF.
            IF WS-PLAN-PINNED = 'Y' AND WS-PICK-ID = PN-ID
                ADD 1 TO WS-PLAN-KEPT
                EXIT PARAGRAPH
            END-IF.
            IF WS-OCC-ID > ZERO OR WS-OCC-CATEGORY NOT = SPACES
                MOVE 'O' TO WS-PLAN-HOW
            ELSE
                MOVE 'R' TO WS-PLAN-HOW
            END-IF.
            MOVE WS-TODAY TO PN-DATE.
            MOVE 'Y' TO WS-PLAN-FOUND.
            READ DAILY-PLAN-FILE
                INVALID KEY
                    MOVE 'N' TO WS-PLAN-FOUND
            END-READ.
      *> Still pinned here means the pinned quote was withdrawn
      *> (1850) - the day is redrafted and the pin goes, on the
      *> record the way Q_PLAN's unpin is:
            IF WS-PLAN-FOUND = 'Y' AND PN-PINNED
                DISPLAY "Day " WS-TODAY " unpinned - planned quote "
                        PN-ID " is withdrawn."
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "plan " WS-TODAY " unpinned, pinned quote "
                    "withdrawn - day redrafted"
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'PLANUNPN' TO WS-AUDIT-ACTION
                MOVE PN-ID TO WS-AUDIT-QUOTE-ID
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.
            MOVE WS-TODAY TO PN-DATE.
            MOVE WS-PICK-ID TO PN-ID.
            MOVE 'D' TO PN-STATUS.
            MOVE WS-PLAN-HOW TO PN-HOW.
            MOVE WS-AUDIT-OPERATOR TO PN-BY.
            IF PN-BY = SPACES
                MOVE 'Q_DAILY' TO PN-BY
            END-IF.
            MOVE SPACES TO PN-STAMP.
            STRING WS-PLAN-STAMP (1:8) '-' WS-PLAN-STAMP (9:6)
                DELIMITED BY SIZE INTO PN-STAMP.
            IF WS-PLAN-FOUND = 'Y'
                REWRITE PN-DATA-RAW
                    INVALID KEY
                        CONTINUE
                END-REWRITE
            ELSE
                WRITE PN-DATA-RAW
                    INVALID KEY
                        CONTINUE
                END-WRITE
            END-IF.
            ADD 1 TO WS-PLAN-DRAFTED.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
