            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       *> Q_RUNTRND's flagged steps and finish-time projection:
       SELECT TREND-FLAGS-FILE
            ASSIGN TO WS-FLAGS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FLAGS-STATUS.

       SELECT MORNING-REPORT-FILE
            ASSIGN TO WS-REPORT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
       FD  STEP-RESULTS-FILE.
       01  WS-RESULTS-RECORD       PIC X(300).

       FD  TREND-FLAGS-FILE.
       01  WS-FLAGS-RECORD         PIC X(200).

       COPY AUDIT-LOG.

       FD  MORNING-REPORT-FILE.
       01  WS-REPORT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-RUNCTL-PATH        PIC X(200) VALUE 'MM-NIGHTLY.CTL'.
       01 WS-RESULTS-PATH       PIC X(210) VALUE SPACES.
       01 WS-RESULTS-STATUS     PIC XX VALUE '00'.
       01 WS-RUNHIST-PATH       PIC X(200) VALUE 'MM-RUNHIST.DAT'.
       01 WS-FLAGS-PATH         PIC X(210) VALUE SPACES.
       01 WS-FLAGS-STATUS       PIC XX VALUE '00'.
       01 WS-REPORT-PATH        PIC X(210) VALUE SPACES.
       01 WS-REPORT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-HIGHEST-ID         PIC 9(9) VALUE ZERO.
       01 WS-STEP-SEEN          PIC X VALUE 'N'.

      *> One line of the trend flags file, taken apart:
       01 WS-FLAG-TYPE          PIC X VALUE SPACE.
       01 WS-FLAG-NAME          PIC X(30) VALUE SPACES.
       01 WS-FLAG-SECS          PIC X(10) VALUE SPACES.
       01 WS-FLAG-AVG           PIC X(10) VALUE SPACES.
       01 WS-FLAG-PCT           PIC X(10) VALUE SPACES.
       01 WS-FLAG-TEXT          PIC X(196) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-RUNCTL-PATH = SPACES
            MOVE 'MM-NIGHTLY.CTL' TO WS-RUNCTL-PATH
        END-IF.
        ACCEPT WS-RUNHIST-PATH FROM ENVIRONMENT "MM_RUNHIST_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-RUNHIST-PATH = SPACES
            MOVE 'MM-RUNHIST.DAT' TO WS-RUNHIST-PATH
        END-IF.
        STRING FUNCTION TRIM(WS-RUNHIST-PATH) ".FLAGS"
            DELIMITED BY SIZE INTO WS-FLAGS-PATH.
        STRING FUNCTION TRIM(WS-RUNCTL-PATH) ".RESULTS"
            DELIMITED BY SIZE INTO WS-RESULTS-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".MORNING"

        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Morning operations summary - " WS-TODAY
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 9000-EMIT-LINE.
        MOVE "=========================================="
        PERFORM 9000-EMIT-LINE.

        PERFORM 1000-REPORT-NIGHT-STEPS.
        PERFORM 1500-REPORT-LONG-STEPS.
        PERFORM 2000-REPORT-DAY-ACTIVITY.
        PERFORM 3000-REPORT-FILE-SHAPE.

        CLOSE MORNING-REPORT-FILE.
        MOVE 'MORNING' TO WS-RPTREG-NAME.
        MOVE 'Q_MORNING' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.
        DISPLAY "Summary written to " WS-REPORT-PATH.

        STOP RUN.
                PERFORM 9000-EMIT-LINE
            END-IF.

      *> Steps whose latest run Q_RUNTRND found well over their own
      *> 30-day average, and where the night's finish is heading:
       1500-REPORT-LONG-STEPS.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT TREND-FLAGS-FILE.
            IF WS-FLAGS-STATUS NOT = '00'
                MOVE SPACES TO WS-REPORT-LINE
                PERFORM 9000-EMIT-LINE
                MOVE "Steps running long:" TO WS-REPORT-LINE
                PERFORM 9000-EMIT-LINE
                MOVE "  (no run-time trend on file - run Q_RUNTRND)"
                    TO WS-REPORT-LINE
                PERFORM 9000-EMIT-LINE
                EXIT PARAGRAPH
            END-IF.
            MOVE 'N' TO WS-STEP-SEEN.
            PERFORM UNTIL WS-EOF = 'Y'
                READ TREND-FLAGS-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM 1510-REPORT-ONE-FLAG
                END-READ
            END-PERFORM.
            CLOSE TREND-FLAGS-FILE.

       1510-REPORT-ONE-FLAG.
            MOVE SPACES TO WS-FLAG-NAME WS-FLAG-SECS WS-FLAG-AVG
                           WS-FLAG-PCT WS-FLAG-TEXT.
            MOVE WS-FLAGS-RECORD (1:1) TO WS-FLAG-TYPE.
            MOVE SPACES TO WS-REPORT-LINE.
            EVALUATE WS-FLAG-TYPE
                WHEN 'H'
                    PERFORM 9000-EMIT-LINE
                    STRING "Steps running long (trend of "
                        WS-FLAGS-RECORD (3:8) ", night of "
                        WS-FLAGS-RECORD (12:8) "):"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM 9000-EMIT-LINE
                WHEN 'F'
                    MOVE 'Y' TO WS-STEP-SEEN
                    UNSTRING WS-FLAGS-RECORD (3:198) DELIMITED BY '|'
                        INTO WS-FLAG-NAME WS-FLAG-SECS WS-FLAG-AVG
                             WS-FLAG-PCT
                    END-UNSTRING
                    STRING "  " WS-FLAG-NAME " "
                        FUNCTION TRIM(WS-FLAG-SECS) "s, 30-day average "
                        FUNCTION TRIM(WS-FLAG-AVG) "s (+"
                        FUNCTION TRIM(WS-FLAG-PCT) "%)"
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM 9000-EMIT-LINE
                WHEN 'P'
                    IF WS-STEP-SEEN = 'N'
                        MOVE "  (none flagged)" TO WS-REPORT-LINE
                        PERFORM 9000-EMIT-LINE
                    END-IF
                    MOVE WS-FLAGS-RECORD (3:196) TO WS-FLAG-TEXT
                    STRING "  " WS-FLAG-TEXT
                        DELIMITED BY SIZE INTO WS-REPORT-LINE
                    PERFORM 9000-EMIT-LINE
            END-EVALUATE.

       2000-REPORT-DAY-ACTIVITY.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT AUDIT-LOG-FILE.
