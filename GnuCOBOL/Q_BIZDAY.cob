       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_BIZDAY.

      *> Q_BIZDAY - the one place that answers business-calendar
      *> questions from the shop calendar (MM-BIZCAL-PATH.cpy).
      *> CALLed by the scheduler, the nightly driver, the pending
      *> aging report and housekeeping, so "is this a working day"
      *> means the same thing everywhere and a holiday added with
      *> Q_BIZMNT takes effect at every program's next run.
      *>
      *>   LK-FUNCTION
      *>     'T'  test LK-DATE: LK-RESULT 'B' a business day, 'W'
      *>          off by the working week, 'H' a public holiday
      *>          (LK-NAME carries the holiday's or the extra
      *>          working day's name)
      *>     'N'  the first business day on or after LK-DATE, in
      *>          LK-DATE-OUT
      *>     'P'  the last business day on or before LK-DATE, in
      *>          LK-DATE-OUT
      *>     'C'  LK-DAYS = the business days after LK-DATE up to
      *>          and including LK-DATE-OUT (zero when LK-DATE-OUT
      *>          is not later) - an item submitted Friday and
      *>          looked at Monday is one business day old
      *>     'Z'  is LK-DATE inside a freeze period: LK-RESULT 'Y'
      *>          with the freeze's name in LK-NAME and its last day
      *>          in LK-DATE-OUT, or 'N'
      *>     'L'  re-read the calendar (for Q_BIZMNT after a change)
      *>   LK-RESULT is 'E' when LK-DATE is not a valid yyyymmdd,
      *>   or no business day lies within a year of it.
      *>
      *> A site with no calendar works Monday to Friday with no
      *> holidays and no freezes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BUSINESS-CALENDAR-FILE
            ASSIGN TO WS-BIZCAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BIZCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-CALENDAR-FILE.
       01  WS-BIZCAL-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MM-BIZCAL-PATH.
       01 WS-LOADED             PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-WEEK-PATTERN       PIC X(7) VALUE 'YYYYYNN'.
       01 WS-DAY-USED           PIC 9(3) COMP VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 500 TIMES.
               10 WS-DAY-DATE        PIC 9(8).
               10 WS-DAY-KIND        PIC X.
               10 WS-DAY-NAME        PIC X(30).
       01 WS-DAY-I              PIC 9(3) COMP VALUE ZERO.
       01 WS-FRZ-USED           PIC 9(2) COMP VALUE ZERO.
       01 WS-FRZ-TABLE.
           05 WS-FRZ-ENTRY OCCURS 50 TIMES.
               10 WS-FRZ-FROM        PIC 9(8).
               10 WS-FRZ-TO          PIC 9(8).
               10 WS-FRZ-NAME        PIC X(30).
       01 WS-FRZ-I              PIC 9(2) COMP VALUE ZERO.

      *> One calendar line, taken apart:
       01 WS-CAL-KIND           PIC X(4) VALUE SPACES.
       01 WS-CAL-FIELD-2        PIC X(30) VALUE SPACES.
       01 WS-CAL-FIELD-3        PIC X(30) VALUE SPACES.
       01 WS-CAL-FIELD-4        PIC X(30) VALUE SPACES.

      *> The day being tested, and the walk from one day to the next:
       01 WS-TEST-NUM           PIC 9(8) VALUE ZERO.
       01 WS-TEST-INT           PIC 9(9) COMP VALUE ZERO.
       01 WS-TEST-RESULT        PIC X VALUE SPACE.
       01 WS-TEST-NAME          PIC X(30) VALUE SPACES.
       01 WS-WEEKDAY            PIC 9 VALUE ZERO.
       01 WS-END-INT            PIC 9(9) COMP VALUE ZERO.
       01 WS-STEP-COUNT         PIC 9(5) COMP VALUE ZERO.

       LINKAGE SECTION.
       01 LK-FUNCTION           PIC X.
       01 LK-DATE               PIC 9(8).
       01 LK-DATE-OUT           PIC 9(8).
       01 LK-DAYS               PIC 9(5).
       01 LK-RESULT             PIC X.
       01 LK-NAME               PIC X(30).

        PROCEDURE DIVISION USING LK-FUNCTION LK-DATE LK-DATE-OUT
                                 LK-DAYS LK-RESULT LK-NAME.
        IF WS-LOADED NOT = 'Y' OR LK-FUNCTION = 'L'
            PERFORM 1000-LOAD-THE-CALENDAR
            MOVE 'Y' TO WS-LOADED
        END-IF.

        MOVE SPACES TO LK-NAME.
        IF LK-FUNCTION = 'L'
            MOVE 'B' TO LK-RESULT
            GOBACK
        END-IF.
        IF LK-DATE NOT NUMERIC
            MOVE 'E' TO LK-RESULT
            GOBACK
        END-IF.
        IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATE) NOT = ZERO
            MOVE 'E' TO LK-RESULT
            GOBACK
        END-IF.

        EVALUATE LK-FUNCTION
            WHEN 'T'
                MOVE LK-DATE TO WS-TEST-NUM
                PERFORM 2000-TEST-ONE-DAY
                MOVE WS-TEST-RESULT TO LK-RESULT
                MOVE WS-TEST-NAME TO LK-NAME
            WHEN 'N'
                PERFORM 3000-NEXT-BUSINESS-DAY
            WHEN 'P'
                PERFORM 3100-PREVIOUS-BUSINESS-DAY
            WHEN 'C'
                PERFORM 4000-COUNT-BUSINESS-DAYS
            WHEN 'Z'
                PERFORM 5000-CHECK-FREEZE
            WHEN OTHER
                MOVE 'E' TO LK-RESULT
        END-EVALUATE.

        GOBACK.

       1000-LOAD-THE-CALENDAR.
            MOVE ZERO TO WS-DAY-USED WS-FRZ-USED.
            MOVE 'YYYYYNN' TO WS-WEEK-PATTERN.
            MOVE 'N' TO WS-EOF.
            ACCEPT WS-BIZCAL-PATH FROM ENVIRONMENT "MM_BIZCAL_PATH"
                ON EXCEPTION
                    CONTINUE
            END-ACCEPT.
            IF WS-BIZCAL-PATH = SPACES
                MOVE '/home/profnagy/Desktop/cobol/MM-BIZCAL.DAT'
                    TO WS-BIZCAL-PATH
            END-IF.
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
            MOVE SPACES TO WS-CAL-KIND WS-CAL-FIELD-2
                           WS-CAL-FIELD-3 WS-CAL-FIELD-4.
            UNSTRING WS-BIZCAL-RECORD DELIMITED BY '|'
                INTO WS-CAL-KIND WS-CAL-FIELD-2
                     WS-CAL-FIELD-3 WS-CAL-FIELD-4
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(WS-CAL-KIND) TO WS-CAL-KIND.
            EVALUATE WS-CAL-KIND (1:1)
                WHEN 'W'
                    MOVE FUNCTION UPPER-CASE(WS-CAL-FIELD-2 (1:7))
                        TO WS-CAL-FIELD-2
                    INSPECT WS-CAL-FIELD-2 (1:7)
                        REPLACING ALL SPACE BY 'N'
                    MOVE WS-CAL-FIELD-2 (1:7) TO WS-WEEK-PATTERN
                WHEN 'H'
                WHEN 'B'
                    IF WS-CAL-FIELD-2 (1:8) NUMERIC
                        AND WS-DAY-USED < 500
                        ADD 1 TO WS-DAY-USED
                        MOVE WS-CAL-FIELD-2 (1:8)
                            TO WS-DAY-DATE (WS-DAY-USED)
                        MOVE WS-CAL-KIND (1:1)
                            TO WS-DAY-KIND (WS-DAY-USED)
                        MOVE WS-CAL-FIELD-3
                            TO WS-DAY-NAME (WS-DAY-USED)
                    END-IF
                WHEN 'F'
                    IF WS-CAL-FIELD-2 (1:8) NUMERIC
                        AND WS-CAL-FIELD-3 (1:8) NUMERIC
                        AND WS-FRZ-USED < 50
                        ADD 1 TO WS-FRZ-USED
                        MOVE WS-CAL-FIELD-2 (1:8)
                            TO WS-FRZ-FROM (WS-FRZ-USED)
                        MOVE WS-CAL-FIELD-3 (1:8)
                            TO WS-FRZ-TO (WS-FRZ-USED)
                        MOVE WS-CAL-FIELD-4
                            TO WS-FRZ-NAME (WS-FRZ-USED)
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      *> A dated entry beats the working week; 16010101, day one of
      *> the integer calendar, was a Monday:
       2000-TEST-ONE-DAY.
            MOVE SPACES TO WS-TEST-NAME.
            MOVE SPACE TO WS-TEST-RESULT.
            PERFORM VARYING WS-DAY-I FROM 1 BY 1
                UNTIL WS-DAY-I > WS-DAY-USED
                OR WS-TEST-RESULT NOT = SPACE
                IF WS-DAY-DATE (WS-DAY-I) = WS-TEST-NUM
                    MOVE WS-DAY-NAME (WS-DAY-I) TO WS-TEST-NAME
                    IF WS-DAY-KIND (WS-DAY-I) = 'H'
                        MOVE 'H' TO WS-TEST-RESULT
                    ELSE
                        MOVE 'B' TO WS-TEST-RESULT
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-TEST-RESULT = SPACE
                COMPUTE WS-WEEKDAY = FUNCTION MOD(
                    FUNCTION INTEGER-OF-DATE(WS-TEST-NUM) - 1, 7) + 1
                IF WS-WEEK-PATTERN (WS-WEEKDAY:1) = 'Y'
                    MOVE 'B' TO WS-TEST-RESULT
                ELSE
                    MOVE 'W' TO WS-TEST-RESULT
                END-IF
            END-IF.

       3000-NEXT-BUSINESS-DAY.
            COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(LK-DATE).
            MOVE LK-DATE TO WS-TEST-NUM.
            MOVE ZERO TO WS-STEP-COUNT.
            PERFORM 2000-TEST-ONE-DAY.
            PERFORM UNTIL WS-TEST-RESULT = 'B' OR WS-STEP-COUNT > 366
                ADD 1 TO WS-TEST-INT
                ADD 1 TO WS-STEP-COUNT
                COMPUTE WS-TEST-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
                PERFORM 2000-TEST-ONE-DAY
            END-PERFORM.
            PERFORM 3900-SETTLE-THE-WALK.

       3100-PREVIOUS-BUSINESS-DAY.
            COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(LK-DATE).
            MOVE LK-DATE TO WS-TEST-NUM.
            MOVE ZERO TO WS-STEP-COUNT.
            PERFORM 2000-TEST-ONE-DAY.
            PERFORM UNTIL WS-TEST-RESULT = 'B' OR WS-STEP-COUNT > 366
                SUBTRACT 1 FROM WS-TEST-INT
                ADD 1 TO WS-STEP-COUNT
                COMPUTE WS-TEST-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
                PERFORM 2000-TEST-ONE-DAY
            END-PERFORM.
            PERFORM 3900-SETTLE-THE-WALK.

       3900-SETTLE-THE-WALK.
            IF WS-TEST-RESULT = 'B'
                MOVE WS-TEST-NUM TO LK-DATE-OUT
                MOVE 'B' TO LK-RESULT
            ELSE
                MOVE LK-DATE TO LK-DATE-OUT
                MOVE 'E' TO LK-RESULT
            END-IF.

       4000-COUNT-BUSINESS-DAYS.
            MOVE ZERO TO LK-DAYS.
            MOVE 'B' TO LK-RESULT.
            IF LK-DATE-OUT NOT NUMERIC
                MOVE 'E' TO LK-RESULT
                EXIT PARAGRAPH
            END-IF.
            IF FUNCTION TEST-DATE-YYYYMMDD(LK-DATE-OUT) NOT = ZERO
                MOVE 'E' TO LK-RESULT
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-TEST-INT = FUNCTION INTEGER-OF-DATE(LK-DATE).
            COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(LK-DATE-OUT).
            PERFORM UNTIL WS-TEST-INT >= WS-END-INT
                ADD 1 TO WS-TEST-INT
                COMPUTE WS-TEST-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
                PERFORM 2000-TEST-ONE-DAY
                IF WS-TEST-RESULT = 'B' AND LK-DAYS < 99999
                    ADD 1 TO LK-DAYS
                END-IF
            END-PERFORM.

       5000-CHECK-FREEZE.
            MOVE 'N' TO LK-RESULT.
            PERFORM VARYING WS-FRZ-I FROM 1 BY 1
                UNTIL WS-FRZ-I > WS-FRZ-USED OR LK-RESULT = 'Y'
                IF LK-DATE >= WS-FRZ-FROM (WS-FRZ-I)
                    AND LK-DATE <= WS-FRZ-TO (WS-FRZ-I)
                    MOVE 'Y' TO LK-RESULT
                    MOVE WS-FRZ-NAME (WS-FRZ-I) TO LK-NAME
                    MOVE WS-FRZ-TO (WS-FRZ-I) TO LK-DATE-OUT
                END-IF
            END-PERFORM.
