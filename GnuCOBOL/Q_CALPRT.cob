       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_CALPRT.

      *> Desk calendar print: twelve months of the approved quote of
      *> the day plan, one page per month under a BIG-CHARS-RENDER
      *> month banner, one line per day with the day's quote and who
      *> said it.  Only pinned days print - a day still in draft
      *> shows as not yet approved, so a calendar run before the
      *> curator has signed the year off in Q_PLAN says so on the
      *> page.  Each quote still passes Q_LIFECHK and Q_SRCCHK's
      *> print rights on its own day, as Q_PRINT's do today, and
      *> goes in the publication ledger.

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

       *> The forward plan - see MM-PLAN-RAW.cpy:
       SELECT DAILY-PLAN-FILE
            ASSIGN TO WS-PLAN-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PN-DATE
            FILE STATUS IS WS-PLAN-STATUS.

       SELECT CALENDAR-PRINT-FILE
            ASSIGN TO WS-PRINT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-SDF-RAW.
       COPY MM-INUSE-FD.
       COPY MM-PLAN-RAW.

       FD  CALENDAR-PRINT-FILE.
       01  WS-PRINT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-ERR-PROGRAM        PIC X(10) VALUE 'Q_CALPRT'.
       01 WS-ERR-LABEL          PIC X(30) VALUE 'quote file'.
       01 WS-ERR-DISPOSITION    PIC X VALUE SPACE.
       01 WS-PLAN-PATH          PIC X(205) VALUE SPACES.
       01 WS-PLAN-STATUS        PIC XX VALUE '00'.
       01 WS-PRINT-PATH         PIC X(200) VALUE SPACES.
       01 WS-PRINT-STATUS       PIC XX VALUE '00'.
       01 WS-YEAR-A             PIC X(4) VALUE SPACES.
       01 WS-YEAR               PIC 9(4) VALUE ZERO.
       01 WS-MONTH              PIC 9(2) VALUE ZERO.
       01 WS-DATE-NUM           PIC 9(8) VALUE ZERO.
       01 WS-DAY-INT            PIC 9(8) VALUE ZERO.
       01 WS-DAY-DATE           PIC X(8) VALUE SPACES.
       01 WS-DAY-DD             PIC Z9.
       01 WS-DAY-COUNT          PIC 9(5) COMP VALUE ZERO.
       01 WS-PRINTED            PIC 9(5) COMP VALUE ZERO.
       01 WS-UNAPPROVED         PIC 9(5) COMP VALUE ZERO.
       01 WS-WITHHELD           PIC 9(5) COMP VALUE ZERO.
       01 WS-NUM-ED             PIC Z(4)9.
       01 WS-DAY-LEAD           PIC X(8) VALUE SPACES.

      *> Weekday from the day number - 1601-01-01, day 1 of
      *> INTEGER-OF-DATE, was a Monday:
       01 WS-DOW                PIC 9 VALUE ZERO.
       01 WS-DOW-NAMES          PIC X(21)
               VALUE 'MonTueWedThuFriSatSun'.
       01 WS-DOW-TABLE REDEFINES WS-DOW-NAMES.
           05 WS-DOW-NAME OCCURS 7 TIMES PIC X(3).
       01 WS-MONTH-NAMES.
           05 FILLER            PIC X(9) VALUE 'JANUARY'.
           05 FILLER            PIC X(9) VALUE 'FEBRUARY'.
           05 FILLER            PIC X(9) VALUE 'MARCH'.
           05 FILLER            PIC X(9) VALUE 'APRIL'.
           05 FILLER            PIC X(9) VALUE 'MAY'.
           05 FILLER            PIC X(9) VALUE 'JUNE'.
           05 FILLER            PIC X(9) VALUE 'JULY'.
           05 FILLER            PIC X(9) VALUE 'AUGUST'.
           05 FILLER            PIC X(9) VALUE 'SEPTEMBER'.
           05 FILLER            PIC X(9) VALUE 'OCTOBER'.
           05 FILLER            PIC X(9) VALUE 'NOVEMBER'.
           05 FILLER            PIC X(9) VALUE 'DECEMBER'.
       01 WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05 WS-MONTH-NAME OCCURS 12 TIMES PIC X(9).

      *> Publication-window and rights gates, tested on the day the
      *> quote is printed for rather than the day of the run:
       01 WS-LIFE-OK            PIC X VALUE 'Y'.
       01 WS-SRC-CLEARED        PIC X VALUE 'Y'.
       01 WS-PRINT-CHANNEL      PIC X VALUE 'P'.

      *> Full-text reassembly through Q_LONGTXT, wrapped under the
      *> day's lead-in:
       01 WS-LONG-MODE          PIC X VALUE 'G'.
       01 WS-LONG-ID            PIC 9(9) VALUE ZERO.
       01 WS-LONG-BASE          PIC X(255) VALUE SPACES.
       01 WS-LONG-TEXT          PIC X(3060) VALUE SPACES.
       01 WS-LONG-LEN           PIC 9(5) VALUE ZERO.
       01 WS-LONG-FLAG          PIC X VALUE SPACE.
       01 WS-WRAP-WIDTH         PIC 9(3) VALUE 64.
       01 WS-REMAINING-TEXT     PIC X(3060).
       01 WS-REMAINING-LEN      PIC 9(5) COMP.
       01 WS-BREAK-POS          PIC 9(3) COMP.
       01 WS-NEW-LEN            PIC 9(5) COMP.

      *> Month banner through the callable BIG-CHARS renderer - the
      *> first month opens the print file fresh, the rest append:
       01 WS-BANNER-TEXT        PIC X(80) VALUE SPACES.
       01 WS-BANNER-SCALE       PIC 9 VALUE 1.
       01 WS-BANNER-GPR         PIC 9(2) VALUE 8.
       01 WS-BANNER-COLOR       PIC X VALUE 'N'.
       01 WS-BANNER-MODE        PIC X VALUE 'O'.
       01 WS-BANNER-FONT        PIC X(200) VALUE SPACES.
       01 WS-BANNER-STATUS      PIC XX VALUE '00'.
       01 WS-BANNER-ORIENT      PIC X VALUE 'A'.
       01 WS-BANNER-WIDTH       PIC 9(3) VALUE ZERO.

      *> "Who said it" line under each quote, from the author
      *> master through Q_AUTHGET:
       01 WS-WHO-LINE           PIC X(80) VALUE SPACES.
       01 WS-WHO-BIO-1          PIC X(70) VALUE SPACES.
       01 WS-WHO-BIO-2          PIC X(70) VALUE SPACES.
       01 WS-WHO-DIED           PIC X(4) VALUE SPACES.
       01 WS-WHO-FOUND          PIC X VALUE 'N'.

      *> Every quote put on the calendar goes in the publication
      *> ledger through Q_PUBLOG:
       01 WS-PUB-CHANNEL        PIC X(8) VALUE 'Q_CALPRT'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_CALPRT' TO WS-INUSE-PROGRAM.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".PLAN"
            DELIMITED BY SIZE INTO WS-PLAN-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_CALPRT' TO WS-LAYCHK-PROGRAM.
        MOVE 'PLAN' TO WS-LAYCHK-CODE.
        MOVE WS-PLAN-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        ACCEPT WS-BANNER-FONT FROM ENVIRONMENT "BIG_CHARS_FONT"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        DISPLAY "Mighty Maxims - Desk Calendar"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "Calendar year YYYY (blank = next year):".
        ACCEPT WS-YEAR-A FROM CONSOLE.
        IF WS-YEAR-A = SPACES
            MOVE FUNCTION CURRENT-DATE (1:4) TO WS-YEAR
            ADD 1 TO WS-YEAR
        ELSE
            IF WS-YEAR-A NOT NUMERIC
                DISPLAY "A four-digit year is required."
                STOP RUN
            END-IF
            MOVE WS-YEAR-A TO WS-YEAR
        END-IF.
        DISPLAY "Output print file path?".
        ACCEPT WS-PRINT-PATH FROM CONSOLE.

        OPEN INPUT DAILY-PLAN-FILE.
        IF WS-PLAN-STATUS NOT = '00'
            DISPLAY "No quote of the day plan on file - run Q_DAILY "
                    "in planning mode first."
            STOP RUN
        END-IF.

        OPEN INPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
                WS-SDF-PATH FILE-STATUS-CODE WS-ERR-DISPOSITION
            END-CALL
            CLOSE DAILY-PLAN-FILE
            STOP RUN
        END-IF.
        PERFORM REGISTER-SDF-OPEN.

        PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
            PERFORM 1000-PRINT-ONE-MONTH
            IF WS-BANNER-STATUS NOT = '00'
                MOVE 13 TO WS-MONTH
            END-IF
        END-PERFORM.

        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.
        CLOSE DAILY-PLAN-FILE.

        MOVE WS-PRINTED TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED) " day(s) printed to "
                FUNCTION TRIM(WS-PRINT-PATH).
        IF WS-UNAPPROVED > ZERO
            MOVE WS-UNAPPROVED TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " day(s) not yet "
                    "approved - pin them in Q_PLAN and print again."
        END-IF.
        IF WS-WITHHELD > ZERO
            MOVE WS-WITHHELD TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED) " day(s) withheld - "
                    "quote outside its window or not cleared for "
                    "print on the day."
        END-IF.

        STOP RUN.

      *> A fresh page for every month after the first, then the
      *> banner, then the days.  The renderer owns the file while
      *> it draws, so the print file is only open around the days:
       1000-PRINT-ONE-MONTH.
            IF WS-MONTH > 1
                OPEN EXTEND CALENDAR-PRINT-FILE
                MOVE SPACES TO WS-PRINT-LINE
                WRITE WS-PRINT-LINE AFTER ADVANCING PAGE
                CLOSE CALENDAR-PRINT-FILE
                MOVE 'A' TO WS-BANNER-MODE
            ELSE
                MOVE 'O' TO WS-BANNER-MODE
            END-IF.
            MOVE SPACES TO WS-BANNER-TEXT.
            STRING FUNCTION TRIM(WS-MONTH-NAME (WS-MONTH)) " " WS-YEAR
                DELIMITED BY SIZE INTO WS-BANNER-TEXT.
            CALL "BIG-CHARS-RENDER" USING WS-BANNER-TEXT
                WS-BANNER-SCALE WS-BANNER-GPR WS-BANNER-COLOR
                WS-PRINT-PATH WS-BANNER-MODE WS-BANNER-FONT
                WS-BANNER-STATUS WS-BANNER-ORIENT WS-BANNER-WIDTH
            END-CALL.
            IF WS-BANNER-STATUS NOT = '00'
                DISPLAY "Unable to write the print file, status "
                        WS-BANNER-STATUS
                EXIT PARAGRAPH
            END-IF.

            OPEN EXTEND CALENDAR-PRINT-FILE.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE WS-PRINT-LINE.
            COMPUTE WS-DATE-NUM = WS-YEAR * 10000 + WS-MONTH * 100 + 1.
            COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
            PERFORM UNTIL WS-DATE-NUM (5:2) NOT = WS-MONTH
                PERFORM 2000-PRINT-ONE-DAY
                ADD 1 TO WS-DAY-INT
                COMPUTE WS-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
            END-PERFORM.
            CLOSE CALENDAR-PRINT-FILE.

       2000-PRINT-ONE-DAY.
            ADD 1 TO WS-DAY-COUNT.
            MOVE WS-DATE-NUM TO WS-DAY-DATE.
            COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
            MOVE WS-DATE-NUM (7:2) TO WS-DAY-DD.
            MOVE SPACES TO WS-DAY-LEAD.
            STRING WS-DOW-NAME (WS-DOW) " " WS-DAY-DD
                DELIMITED BY SIZE INTO WS-DAY-LEAD.

            MOVE WS-DAY-DATE TO PN-DATE.
            READ DAILY-PLAN-FILE
                INVALID KEY
                    MOVE 'D' TO PN-STATUS
            END-READ.
            IF NOT PN-PINNED
                ADD 1 TO WS-UNAPPROVED
                MOVE SPACES TO WS-PRINT-LINE
                STRING WS-DAY-LEAD "(not yet approved)"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                WRITE WS-PRINT-LINE
                EXIT PARAGRAPH
            END-IF.

            MOVE PN-ID TO Q-ID.
            READ MM-COBOL-SDF-FILE
                INVALID KEY
                    MOVE 'N' TO WS-LIFE-OK
                NOT INVALID KEY
                    CALL "Q_LIFECHK" USING Q-ID WS-DAY-DATE WS-LIFE-OK
                    END-CALL
            END-READ.
            IF WS-LIFE-OK = 'Y'
                CALL "Q_SRCCHK" USING Q-SOURCE WS-PRINT-CHANNEL
                    WS-DAY-DATE WS-SRC-CLEARED
                END-CALL
                IF WS-SRC-CLEARED NOT = 'Y'
                    AND WS-SRC-CLEARED NOT = 'M'
                    MOVE 'N' TO WS-LIFE-OK
                END-IF
            END-IF.
            IF WS-LIFE-OK NOT = 'Y'
                ADD 1 TO WS-WITHHELD
                MOVE SPACES TO WS-PRINT-LINE
                STRING WS-DAY-LEAD "(withheld)"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                WRITE WS-PRINT-LINE
                EXIT PARAGRAPH
            END-IF.

            ADD 1 TO WS-PRINTED.
            PERFORM 2100-WRAP-MAXIM.
            CALL "Q_AUTHGET" USING Q-AUTHOR WS-WHO-LINE WS-WHO-BIO-1
                WS-WHO-BIO-2 WS-WHO-DIED WS-WHO-FOUND
            END-CALL.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-WHO-FOUND = 'Y'
                STRING "          - " WS-WHO-LINE
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
            ELSE
                STRING "          - " Q-AUTHOR
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-IF.
            WRITE WS-PRINT-LINE.
            CALL "Q_PUBLOG" USING WS-PUB-CHANNEL Q-ID Q-SOURCE
                WS-PRINT-PATH
            END-CALL.

      *> The first line carries the day's lead-in, the rest sit
      *> under it - the same word-wrap as Q_PRINT's:
       2100-WRAP-MAXIM.
            MOVE 'G' TO WS-LONG-MODE.
            MOVE Q-ID TO WS-LONG-ID.
            MOVE Q-MIGHTY-MAXIM TO WS-LONG-BASE.
            CALL "Q_LONGTXT" USING WS-LONG-MODE WS-LONG-ID
                WS-LONG-BASE WS-LONG-TEXT WS-LONG-LEN WS-LONG-FLAG
            END-CALL.
            MOVE SPACES TO WS-REMAINING-TEXT.
            IF WS-LONG-LEN > ZERO
                MOVE WS-LONG-TEXT (1:WS-LONG-LEN)
                    TO WS-REMAINING-TEXT
            END-IF.
            MOVE WS-LONG-LEN TO WS-REMAINING-LEN.
            PERFORM UNTIL WS-REMAINING-LEN = ZERO
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-DAY-LEAD TO WS-PRINT-LINE (1:8)
                MOVE SPACES TO WS-DAY-LEAD
                IF WS-REMAINING-LEN <= WS-WRAP-WIDTH
                    MOVE WS-REMAINING-TEXT (1:WS-REMAINING-LEN)
                        TO WS-PRINT-LINE (9:)
                    WRITE WS-PRINT-LINE
                    MOVE ZERO TO WS-REMAINING-LEN
                ELSE
                    PERFORM VARYING WS-BREAK-POS
                        FROM WS-WRAP-WIDTH BY -1
                        UNTIL WS-BREAK-POS = 1
                        OR WS-REMAINING-TEXT (WS-BREAK-POS:1) = SPACE
                    END-PERFORM
                    IF WS-BREAK-POS = 1
                        MOVE WS-WRAP-WIDTH TO WS-BREAK-POS
                        PERFORM UNTIL WS-BREAK-POS = 1
                            OR WS-REMAINING-TEXT
                                (WS-BREAK-POS + 1:1) < X"80"
                            OR WS-REMAINING-TEXT
                                (WS-BREAK-POS + 1:1) > X"BF"
                            SUBTRACT 1 FROM WS-BREAK-POS
                        END-PERFORM
                    END-IF
                    MOVE WS-REMAINING-TEXT (1:WS-BREAK-POS)
                        TO WS-PRINT-LINE (9:)
                    WRITE WS-PRINT-LINE
                    COMPUTE WS-NEW-LEN =
                        WS-REMAINING-LEN - WS-BREAK-POS
                    MOVE WS-REMAINING-TEXT
                        (WS-BREAK-POS + 1:WS-NEW-LEN)
                        TO WS-REMAINING-TEXT (1:WS-NEW-LEN)
                    MOVE SPACES
                        TO WS-REMAINING-TEXT
                            (WS-NEW-LEN + 1:3060 - WS-NEW-LEN)
                    MOVE WS-NEW-LEN TO WS-REMAINING-LEN
                END-IF
            END-PERFORM.

       COPY MM-INUSE-PROC.
