       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_BIZMNT.

      *> Business-calendar maintenance - the shop's working week,
      *> public holidays, extra working days and freeze periods, in
      *> the one calendar (MM-BIZCAL-PATH.cpy) the scheduler, the
      *> nightly driver, the pending aging report and housekeeping
      *> all consult through Q_BIZDAY.  Holidays are entered a year
      *> ahead; the year-end freeze goes in as one F entry.  The
      *> calendar is kept in date order and every change is
      *> audit-logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BUSINESS-CALENDAR-FILE
            ASSIGN TO WS-BIZCAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BIZCAL-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE.
       01  WS-BIZCAL-RECORD     PIC X(80).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-BIZCAL-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-MODE               PIC X VALUE SPACE.
       01 WS-DONE               PIC X VALUE 'N'.
       01 WS-CHECK-FUNCTION     PIC X VALUE 'M'.
       01 WS-CHECK-RESULT       PIC X VALUE SPACE.
       01 WS-USER-NAME          PIC X(30) VALUE SPACES.

      *> The whole calendar, held in date order while it is worked
      *> on and written back whole:
       01 WS-WEEK-PATTERN       PIC X(7) VALUE 'YYYYYNN'.
       01 WS-CAL-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 550 TIMES.
               10 WS-CAL-KIND        PIC X.
               10 WS-CAL-FROM        PIC 9(8).
               10 WS-CAL-TO          PIC 9(8).
               10 WS-CAL-NAME        PIC X(30).
       01 WS-CAL-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(3) COMP VALUE ZERO.
       01 WS-SLOT-I             PIC 9(3) COMP VALUE ZERO.
       01 WS-PARSE-KIND         PIC X(4) VALUE SPACES.
       01 WS-PARSE-2            PIC X(30) VALUE SPACES.
       01 WS-PARSE-3            PIC X(30) VALUE SPACES.
       01 WS-PARSE-4            PIC X(30) VALUE SPACES.

      *> One entry as keyed:
       01 WS-KIND-IN            PIC X VALUE SPACE.
       01 WS-DATE-IN            PIC X(8) VALUE SPACES.
       01 WS-DATE-IN-NUM        PIC 9(8) VALUE ZERO.
       01 WS-FREEZE-FROM        PIC 9(8) VALUE ZERO.
       01 WS-DATE-TO-NUM        PIC 9(8) VALUE ZERO.
       01 WS-NAME-IN            PIC X(30) VALUE SPACES.
       01 WS-WEEK-IN            PIC X(7) VALUE SPACES.
       01 WS-DATE-OK            PIC X VALUE 'N'.
       01 WS-DAY-NAMES          PIC X(21)
               VALUE 'MonTueWedThuFriSatSun'.
       01 WS-DAY-I              PIC 9 VALUE ZERO.
       01 WS-WEEK-TEXT          PIC X(40) VALUE SPACES.
       01 WS-WEEK-PTR           PIC 9(3) COMP VALUE 1.

      *> Q_BIZDAY's parameters:
       01 WS-BIZ-FUNCTION       PIC X VALUE SPACE.
       01 WS-BIZ-DATE           PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DATE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-BIZ-RESULT         PIC X VALUE SPACE.
       01 WS-BIZ-NAME           PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-BIZCAL-PATH FROM ENVIRONMENT "MM_BIZCAL_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-BIZCAL-PATH = SPACES
            MOVE '/home/profnagy/Desktop/cobol/MM-BIZCAL.DAT'
                TO WS-BIZCAL-PATH
        END-IF.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Business Calendar Maintenance"
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
                    " is not cleared to maintain the business "
                    "calendar."
            CLOSE AUDIT-LOG-FILE
            STOP RUN
        END-IF.

        PERFORM 1000-LOAD-THE-CALENDAR.

        PERFORM UNTIL WS-DONE = 'Y'
            DISPLAY "  [L] List the calendar"
            DISPLAY "  [W] Set the working week"
            DISPLAY "  [H] Add a public holiday"
            DISPLAY "  [B] Add an extra working day"
            DISPLAY "  [F] Add a freeze period"
            DISPLAY "  [R] Remove an entry"
            DISPLAY "  [T] Test a date"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/W/H/B/F/R/T/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                WHEN 'L'
                    PERFORM 2000-LIST-THE-CALENDAR
                WHEN 'W'
                    PERFORM 3000-SET-THE-WEEK
                WHEN 'H'
                WHEN 'B'
                    MOVE WS-MODE TO WS-KIND-IN
                    PERFORM 4000-ADD-A-DAY
                WHEN 'F'
                    PERFORM 5000-ADD-A-FREEZE
                WHEN 'R'
                    PERFORM 6000-REMOVE-AN-ENTRY
                WHEN 'T'
                    PERFORM 7000-TEST-A-DATE
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                    DISPLAY "No such option: " WS-MODE
            END-EVALUATE
        END-PERFORM.

        MOVE "Q_BIZMNT run complete" TO WS-AUDIT-MESSAGE.
        PERFORM WRITE-AUDIT-ENTRY.
        CLOSE AUDIT-LOG-FILE.

        STOP RUN.

       1000-LOAD-THE-CALENDAR.
            MOVE ZERO TO WS-CAL-USED.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT BUSINESS-CALENDAR-FILE.
            IF WS-BIZCAL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ BUSINESS-CALENDAR-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1100-LOAD-ONE-LINE
                END-READ
            END-PERFORM.
            IF WS-BIZCAL-STATUS = '00' OR WS-BIZCAL-STATUS = '10'
                CLOSE BUSINESS-CALENDAR-FILE
            END-IF.

       1100-LOAD-ONE-LINE.
            IF WS-BIZCAL-RECORD = SPACES
                OR WS-BIZCAL-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-PARSE-KIND WS-PARSE-2 WS-PARSE-3
                           WS-PARSE-4.
            UNSTRING WS-BIZCAL-RECORD DELIMITED BY '|'
                INTO WS-PARSE-KIND WS-PARSE-2 WS-PARSE-3 WS-PARSE-4
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(WS-PARSE-KIND) TO WS-PARSE-KIND.
            EVALUATE WS-PARSE-KIND (1:1)
                WHEN 'W'
                    MOVE FUNCTION UPPER-CASE(WS-PARSE-2 (1:7))
                        TO WS-WEEK-PATTERN
                    INSPECT WS-WEEK-PATTERN REPLACING ALL SPACE BY 'N'
                WHEN 'H'
                WHEN 'B'
                    IF WS-PARSE-2 (1:8) NUMERIC
                        AND WS-CAL-USED < 550
                        ADD 1 TO WS-CAL-USED
                        MOVE WS-PARSE-KIND (1:1)
                            TO WS-CAL-KIND (WS-CAL-USED)
                        MOVE WS-PARSE-2 (1:8)
                            TO WS-CAL-FROM (WS-CAL-USED)
                                WS-CAL-TO (WS-CAL-USED)
                        MOVE WS-PARSE-3 TO WS-CAL-NAME (WS-CAL-USED)
                    END-IF
                WHEN 'F'
                    IF WS-PARSE-2 (1:8) NUMERIC
                        AND WS-PARSE-3 (1:8) NUMERIC
                        AND WS-CAL-USED < 550
                        ADD 1 TO WS-CAL-USED
                        MOVE 'F' TO WS-CAL-KIND (WS-CAL-USED)
                        MOVE WS-PARSE-2 (1:8)
                            TO WS-CAL-FROM (WS-CAL-USED)
                        MOVE WS-PARSE-3 (1:8)
                            TO WS-CAL-TO (WS-CAL-USED)
                        MOVE WS-PARSE-4 TO WS-CAL-NAME (WS-CAL-USED)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> Written back whole, working week first, and Q_BIZDAY told
      *> to re-read it so a [T]est sees the change at once:
       1500-REWRITE-THE-CALENDAR.
            OPEN OUTPUT BUSINESS-CALENDAR-FILE.
            MOVE SPACES TO WS-BIZCAL-RECORD.
            STRING "W|" WS-WEEK-PATTERN
                DELIMITED BY SIZE INTO WS-BIZCAL-RECORD.
            WRITE WS-BIZCAL-RECORD.
            PERFORM VARYING WS-CAL-I FROM 1 BY 1
                UNTIL WS-CAL-I > WS-CAL-USED
                MOVE SPACES TO WS-BIZCAL-RECORD
                IF WS-CAL-KIND (WS-CAL-I) = 'F'
                    STRING "F|" WS-CAL-FROM (WS-CAL-I) '|'
                        WS-CAL-TO (WS-CAL-I) '|'
                        FUNCTION TRIM(WS-CAL-NAME (WS-CAL-I))
                        DELIMITED BY SIZE INTO WS-BIZCAL-RECORD
                ELSE
                    STRING WS-CAL-KIND (WS-CAL-I) '|'
                        WS-CAL-FROM (WS-CAL-I) '|'
                        FUNCTION TRIM(WS-CAL-NAME (WS-CAL-I))
                        DELIMITED BY SIZE INTO WS-BIZCAL-RECORD
                END-IF
                WRITE WS-BIZCAL-RECORD
            END-PERFORM.
            CLOSE BUSINESS-CALENDAR-FILE.
            MOVE 'L' TO WS-BIZ-FUNCTION.
            CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT WS-BIZ-NAME
            END-CALL.

      *> New entries go in ahead of the first later one, keeping the
      *> table (and so the file) in date order:
       1600-INSERT-THE-ENTRY.
            MOVE ZERO TO WS-SLOT-I.
            PERFORM VARYING WS-CAL-I FROM 1 BY 1
                UNTIL WS-CAL-I > WS-CAL-USED OR WS-SLOT-I > ZERO
                IF WS-CAL-FROM (WS-CAL-I) > WS-DATE-IN-NUM
                    MOVE WS-CAL-I TO WS-SLOT-I
                END-IF
            END-PERFORM.
            IF WS-SLOT-I = ZERO
                COMPUTE WS-SLOT-I = WS-CAL-USED + 1
            END-IF.
            ADD 1 TO WS-CAL-USED.
            PERFORM VARYING WS-CAL-I FROM WS-CAL-USED BY -1
                UNTIL WS-CAL-I <= WS-SLOT-I
                MOVE WS-CAL-ENTRY (WS-CAL-I - 1)
                    TO WS-CAL-ENTRY (WS-CAL-I)
            END-PERFORM.
            MOVE WS-KIND-IN TO WS-CAL-KIND (WS-SLOT-I).
            MOVE WS-DATE-IN-NUM TO WS-CAL-FROM (WS-SLOT-I).
            MOVE WS-DATE-TO-NUM TO WS-CAL-TO (WS-SLOT-I).
            MOVE WS-NAME-IN TO WS-CAL-NAME (WS-SLOT-I).

      *> A date keyed as yyyymmdd that the calendar really has:
       1700-CHECK-DATE-IN.
            MOVE 'N' TO WS-DATE-OK.
            IF WS-DATE-IN NUMERIC
                MOVE WS-DATE-IN TO WS-DATE-IN-NUM
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-IN-NUM) = ZERO
                    MOVE 'Y' TO WS-DATE-OK
                END-IF
            END-IF.
            IF WS-DATE-OK = 'N'
                DISPLAY "Not a valid date (yyyymmdd): " WS-DATE-IN
            END-IF.

       1800-SHOW-THE-WEEK.
            MOVE SPACES TO WS-WEEK-TEXT.
            MOVE 1 TO WS-WEEK-PTR.
            PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 7
                IF WS-WEEK-PATTERN (WS-DAY-I:1) = 'Y'
                    STRING WS-DAY-NAMES ((WS-DAY-I - 1) * 3 + 1:3) ' '
                        DELIMITED BY SIZE INTO WS-WEEK-TEXT
                        WITH POINTER WS-WEEK-PTR
                    END-STRING
                END-IF
            END-PERFORM.
            IF WS-WEEK-TEXT = SPACES
                MOVE "(no working days)" TO WS-WEEK-TEXT
            END-IF.
            DISPLAY "Working week: " FUNCTION TRIM(WS-WEEK-TEXT)
                    " (" WS-WEEK-PATTERN ")".

       2000-LIST-THE-CALENDAR.
            PERFORM 1800-SHOW-THE-WEEK.
            IF WS-CAL-USED = ZERO
                DISPLAY "No holidays, extra working days or freezes "
                        "on file."
            ELSE
                DISPLAY "Kind      From      To        Name"
                PERFORM VARYING WS-CAL-I FROM 1 BY 1
                    UNTIL WS-CAL-I > WS-CAL-USED
                    EVALUATE WS-CAL-KIND (WS-CAL-I)
                        WHEN 'H'
                            DISPLAY "holiday   " WS-CAL-FROM (WS-CAL-I)
                                    "            "
                                    WS-CAL-NAME (WS-CAL-I)
                        WHEN 'B'
                            DISPLAY "working   " WS-CAL-FROM (WS-CAL-I)
                                    "            "
                                    WS-CAL-NAME (WS-CAL-I)
                        WHEN OTHER
                            DISPLAY "freeze    " WS-CAL-FROM (WS-CAL-I)
                                    "  " WS-CAL-TO (WS-CAL-I) "  "
                                    WS-CAL-NAME (WS-CAL-I)
                    END-EVALUATE
                END-PERFORM
            END-IF.

       3000-SET-THE-WEEK.
            PERFORM 1800-SHOW-THE-WEEK.
            DISPLAY "Working week, Monday first, Y or N per day "
                    "(e.g. YYYYYNN):".
            ACCEPT WS-WEEK-IN FROM CONSOLE.
            MOVE FUNCTION UPPER-CASE(WS-WEEK-IN) TO WS-WEEK-IN.
            PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 7
                IF WS-WEEK-IN (WS-DAY-I:1) NOT = 'Y'
                    MOVE 'N' TO WS-WEEK-IN (WS-DAY-I:1)
                END-IF
            END-PERFORM.
            IF WS-WEEK-IN = 'NNNNNNN'
                DISPLAY "A working week needs at least one working "
                        "day."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-WEEK-IN TO WS-WEEK-PATTERN.
            PERFORM 1500-REWRITE-THE-CALENDAR.
            PERFORM 1800-SHOW-THE-WEEK.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "business calendar working week set to "
                WS-WEEK-PATTERN
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'BIZWEEK' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       4000-ADD-A-DAY.
            IF WS-CAL-USED >= 550
                DISPLAY "The calendar is full."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Date (yyyymmdd):".
            ACCEPT WS-DATE-IN FROM CONSOLE.
            PERFORM 1700-CHECK-DATE-IN.
            IF WS-DATE-OK = 'N'
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-CAL-I FROM 1 BY 1
                UNTIL WS-CAL-I > WS-CAL-USED OR WS-FOUND-I > ZERO
                IF WS-CAL-KIND (WS-CAL-I) NOT = 'F'
                    AND WS-CAL-FROM (WS-CAL-I) = WS-DATE-IN-NUM
                    MOVE WS-CAL-I TO WS-FOUND-I
                END-IF
            END-PERFORM.
            IF WS-FOUND-I > ZERO
                DISPLAY "That date is already on the calendar: "
                        FUNCTION TRIM(WS-CAL-NAME (WS-FOUND-I))
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Name (e.g. New Year's Day):".
            ACCEPT WS-NAME-IN FROM CONSOLE.
            IF WS-NAME-IN = SPACES
                DISPLAY "A name is required."
                EXIT PARAGRAPH
            END-IF.
            INSPECT WS-NAME-IN REPLACING ALL '|' BY '/'.
            MOVE WS-DATE-IN-NUM TO WS-DATE-TO-NUM.
            PERFORM 1600-INSERT-THE-ENTRY.
            PERFORM 1500-REWRITE-THE-CALENDAR.
            DISPLAY "Entry added.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            IF WS-KIND-IN = 'H'
                STRING "business calendar holiday added "
                    WS-DATE-IN-NUM " " FUNCTION TRIM(WS-NAME-IN)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            ELSE
                STRING "business calendar working day added "
                    WS-DATE-IN-NUM " " FUNCTION TRIM(WS-NAME-IN)
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            END-IF.
            MOVE 'BIZADD' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       5000-ADD-A-FREEZE.
            IF WS-CAL-USED >= 550
                DISPLAY "The calendar is full."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Freeze starts (yyyymmdd):".
            ACCEPT WS-DATE-IN FROM CONSOLE.
            PERFORM 1700-CHECK-DATE-IN.
            IF WS-DATE-OK = 'N'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DATE-IN-NUM TO WS-FREEZE-FROM.
            DISPLAY "Freeze ends, last day included (yyyymmdd):".
            ACCEPT WS-DATE-IN FROM CONSOLE.
            PERFORM 1700-CHECK-DATE-IN.
            IF WS-DATE-OK = 'N'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DATE-IN-NUM TO WS-DATE-TO-NUM.
            MOVE WS-FREEZE-FROM TO WS-DATE-IN-NUM.
            IF WS-DATE-TO-NUM < WS-DATE-IN-NUM
                DISPLAY "The freeze cannot end before it starts."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "Name (e.g. Year-end freeze):".
            ACCEPT WS-NAME-IN FROM CONSOLE.
            IF WS-NAME-IN = SPACES
                DISPLAY "A name is required."
                EXIT PARAGRAPH
            END-IF.
            INSPECT WS-NAME-IN REPLACING ALL '|' BY '/'.
            MOVE 'F' TO WS-KIND-IN.
            PERFORM 1600-INSERT-THE-ENTRY.
            PERFORM 1500-REWRITE-THE-CALENDAR.
            DISPLAY "Freeze added.".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "business calendar freeze added "
                WS-DATE-IN-NUM "-" WS-DATE-TO-NUM " "
                FUNCTION TRIM(WS-NAME-IN)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'BIZADD' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> A holiday or working day goes by its date, a freeze by its
      *> first day:
       6000-REMOVE-AN-ENTRY.
            DISPLAY "Date of the entry to remove (a freeze by its "
                    "first day):".
            ACCEPT WS-DATE-IN FROM CONSOLE.
            PERFORM 1700-CHECK-DATE-IN.
            IF WS-DATE-OK = 'N'
                EXIT PARAGRAPH
            END-IF.
            MOVE ZERO TO WS-FOUND-I.
            PERFORM VARYING WS-CAL-I FROM 1 BY 1
                UNTIL WS-CAL-I > WS-CAL-USED OR WS-FOUND-I > ZERO
                IF WS-CAL-FROM (WS-CAL-I) = WS-DATE-IN-NUM
                    MOVE WS-CAL-I TO WS-FOUND-I
                END-IF
            END-PERFORM.
            IF WS-FOUND-I = ZERO
                DISPLAY "Nothing on the calendar for that date."
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "business calendar entry removed "
                WS-CAL-KIND (WS-FOUND-I) " "
                WS-CAL-FROM (WS-FOUND-I) " "
                FUNCTION TRIM(WS-CAL-NAME (WS-FOUND-I))
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            PERFORM VARYING WS-CAL-I FROM WS-FOUND-I BY 1
                UNTIL WS-CAL-I >= WS-CAL-USED
                MOVE WS-CAL-ENTRY (WS-CAL-I + 1)
                    TO WS-CAL-ENTRY (WS-CAL-I)
            END-PERFORM.
            SUBTRACT 1 FROM WS-CAL-USED.
            PERFORM 1500-REWRITE-THE-CALENDAR.
            DISPLAY "Entry removed.".
            MOVE 'BIZDEL' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

      *> What every other program will be told about a date:
       7000-TEST-A-DATE.
            DISPLAY "Date to test (yyyymmdd):".
            ACCEPT WS-DATE-IN FROM CONSOLE.
            PERFORM 1700-CHECK-DATE-IN.
            IF WS-DATE-OK = 'N'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-DATE-IN-NUM TO WS-BIZ-DATE.
            MOVE 'T' TO WS-BIZ-FUNCTION.
            CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT WS-BIZ-NAME
            END-CALL.
            EVALUATE WS-BIZ-RESULT
                WHEN 'B'
                    DISPLAY WS-BIZ-DATE " is a business day "
                            FUNCTION TRIM(WS-BIZ-NAME)
                WHEN 'H'
                    DISPLAY WS-BIZ-DATE " is a holiday: "
                            FUNCTION TRIM(WS-BIZ-NAME)
                WHEN OTHER
                    DISPLAY WS-BIZ-DATE " is not a working day"
            END-EVALUATE.
            IF WS-BIZ-RESULT NOT = 'B'
                MOVE 'N' TO WS-BIZ-FUNCTION
                CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                    WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT
                    WS-BIZ-NAME
                END-CALL
                DISPLAY "  next business day " WS-BIZ-DATE-OUT
                MOVE 'P' TO WS-BIZ-FUNCTION
                CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                    WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT
                    WS-BIZ-NAME
                END-CALL
                DISPLAY "  previous business day " WS-BIZ-DATE-OUT
            END-IF.
            MOVE 'Z' TO WS-BIZ-FUNCTION.
            CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT WS-BIZ-NAME
            END-CALL.
            IF WS-BIZ-RESULT = 'Y'
                DISPLAY "  inside the freeze "
                        FUNCTION TRIM(WS-BIZ-NAME) " until "
                        WS-BIZ-DATE-OUT
            END-IF.

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
            MOVE 'Q_BIZMNT' TO AUDIT-PROGRAM.
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
