      *> The schedule master (MM_SCHED_PATH, default
      *> MM-SCHEDULE.CTL) carries one job per line:
      *>
      *>   job name|command|recurrence|next-run|roll|owner
      *>
      *> with recurrence DAILY, WEEKLY, MONTHLY or QUARTERLY and
      *> next-run a YYYYMMDD (blank = due immediately).  The
      *> optional roll says what happens when next-run is not a
      *> business day on the shop calendar (Q_BIZDAY): NEXT runs
      *> the job on the first business day after it, PREV on the
      *> last one before it, blank runs it on the day regardless.
      *> A rolled job keeps its nominal day - the 1st stays the
      *> 1st - so the roll never drifts into the following
      *> months.  The optional owner is the operator ID who
      *> answers for the job - the one Q_OFFBRD hands it on from
      *> when they leave; the scheduler only carries it.  Each
      *> evening this program enqueues every due job into the
      *> threading pool's jobs.queue in its own
      *> STATUS|JOB-NAME|COMMAND|CLAIMED|FINISHED|RETRIES format,
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-SCHED-PATH         PIC X(200) VALUE 'MM-SCHEDULE.CTL'.
       01 WS-SCHED-STATUS       PIC XX VALUE '00'.
               10 WS-JB-COMMAND      PIC X(200).
               10 WS-JB-RECUR        PIC X(10).
               10 WS-JB-NEXT-RUN     PIC X(8).
               10 WS-JB-ROLL         PIC X(4).
               10 WS-JB-OWNER        PIC X(10).
       01 WS-JOB-I              PIC 9(2) COMP VALUE ZERO.

      *> Next-run arithmetic:
       01 WS-NEXT-MM            PIC 9(2) VALUE ZERO.
       01 WS-NEXT-DD            PIC 9(2) VALUE ZERO.
       01 WS-NEXT-DATE          PIC X(8) VALUE SPACES.
       01 WS-BASE-DATE          PIC X(8) VALUE SPACES.
       01 WS-ROLL-SUFFIX        PIC X(16) VALUE SPACES.

      *> The day a job is really due once its roll is applied, and
      *> Q_BIZDAY's parameters:
       01 WS-DUE-DATE           PIC X(8) VALUE SPACES.
       01 WS-BIZ-FUNCTION       PIC X VALUE SPACE.
       01 WS-BIZ-DATE           PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DATE-OUT       PIC 9(8) VALUE ZERO.
       01 WS-BIZ-DAYS           PIC 9(5) VALUE ZERO.
       01 WS-BIZ-RESULT         PIC X VALUE SPACE.
       01 WS-BIZ-NAME           PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Job Scheduler"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.

                             WS-JB-COMMAND (WS-JOB-USED)
                             WS-JB-RECUR (WS-JOB-USED)
                             WS-JB-NEXT-RUN (WS-JOB-USED)
                             WS-JB-ROLL (WS-JOB-USED)
                             WS-JB-OWNER (WS-JOB-USED)
                    END-UNSTRING
                    MOVE FUNCTION UPPER-CASE(
                        WS-JB-RECUR (WS-JOB-USED))
                        TO WS-JB-RECUR (WS-JOB-USED)
                    MOVE FUNCTION UPPER-CASE(
                        WS-JB-ROLL (WS-JOB-USED))
                        TO WS-JB-ROLL (WS-JOB-USED)
                END-IF
            END-IF.

            OPEN OUTPUT SCHEDULE-MASTER-FILE.
            PERFORM VARYING WS-JOB-I FROM 1 BY 1
                UNTIL WS-JOB-I > WS-JOB-USED
                MOVE SPACES TO WS-SCHED-RECORD WS-ROLL-SUFFIX
                IF WS-JB-OWNER (WS-JOB-I) NOT = SPACES
                    STRING '|' FUNCTION TRIM(WS-JB-ROLL (WS-JOB-I))
                        '|' FUNCTION TRIM(WS-JB-OWNER (WS-JOB-I))
                        DELIMITED BY SIZE INTO WS-ROLL-SUFFIX
                ELSE
                IF WS-JB-ROLL (WS-JOB-I) NOT = SPACES
                    STRING '|' WS-JB-ROLL (WS-JOB-I)
                        DELIMITED BY SIZE INTO WS-ROLL-SUFFIX
                END-IF
                END-IF
                STRING FUNCTION TRIM(WS-JB-NAME (WS-JOB-I)) '|'
                    FUNCTION TRIM(WS-JB-COMMAND (WS-JOB-I)) '|'
                    FUNCTION TRIM(WS-JB-RECUR (WS-JOB-I)) '|'
                    WS-JB-NEXT-RUN (WS-JOB-I)
                    DELIMITED BY SIZE
                    WS-ROLL-SUFFIX DELIMITED BY SPACE
                    INTO WS-SCHED-RECORD
                WRITE WS-SCHED-RECORD
            END-PERFORM.
            CLOSE SCHEDULE-MASTER-FILE.
      *> either way the decision goes to the audit trail so the
      *> morning can see why a job did or did not run:
       2000-JUDGE-ONE-JOB.
            PERFORM 2100-APPLY-THE-ROLL.
            IF WS-JB-NEXT-RUN (WS-JOB-I) = SPACES
                OR WS-DUE-DATE <= WS-TODAY
                PERFORM 3000-ENQUEUE-THE-JOB
                PERFORM 4000-ADVANCE-NEXT-RUN
            ELSE
                MOVE SPACES TO WS-AUDIT-MESSAGE
                STRING "job " FUNCTION TRIM(WS-JB-NAME (WS-JOB-I))
                    " not due until " WS-DUE-DATE
                    DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                MOVE 'SKIP' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

      *> A next-run that is not a business day moves to the next or
      *> previous one when the job asks; the move is audited so the
      *> morning can see why the month-end job ran on the 30th:
       2100-APPLY-THE-ROLL.
            MOVE WS-JB-NEXT-RUN (WS-JOB-I) TO WS-DUE-DATE.
            IF WS-JB-NEXT-RUN (WS-JOB-I) NOT NUMERIC
                OR (WS-JB-ROLL (WS-JOB-I) NOT = 'NEXT'
                    AND WS-JB-ROLL (WS-JOB-I) NOT = 'PREV')
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-JB-NEXT-RUN (WS-JOB-I) TO WS-BIZ-DATE.
            MOVE WS-JB-ROLL (WS-JOB-I) (1:1) TO WS-BIZ-FUNCTION.
            CALL "Q_BIZDAY" USING WS-BIZ-FUNCTION WS-BIZ-DATE
                WS-BIZ-DATE-OUT WS-BIZ-DAYS WS-BIZ-RESULT WS-BIZ-NAME
            END-CALL.
            IF WS-BIZ-RESULT = 'B'
                AND WS-BIZ-DATE-OUT NOT = WS-BIZ-DATE
                MOVE WS-BIZ-DATE-OUT TO WS-DUE-DATE
                IF WS-DUE-DATE <= WS-TODAY
                    MOVE SPACES TO WS-AUDIT-MESSAGE
                    STRING "job "
                        FUNCTION TRIM(WS-JB-NAME (WS-JOB-I))
                        " due " WS-JB-NEXT-RUN (WS-JOB-I)
                        ", not a business day, rolled to "
                        WS-DUE-DATE
                        DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
                    MOVE 'SCHED' TO WS-AUDIT-ACTION
                    PERFORM WRITE-AUDIT-ENTRY
                END-IF
            END-IF.

       3000-ENQUEUE-THE-JOB.
            OPEN EXTEND JOB-QUEUE-FILE.
            IF WS-QUEUE-STATUS NOT = '00'

      *> The next occurrence is counted from today, so a job that
      *> sat overdue for a week does not fire seven times catching
      *> up - except that a rolling job counts from its nominal day
      *> (falling back on today if that is still not in the future)
      *> so the roll does not become the new schedule.  Month
      *> arithmetic clamps the day at 28 rather than inventing the
      *> 31st of a short month:
       4000-ADVANCE-NEXT-RUN.
            MOVE WS-TODAY TO WS-BASE-DATE.
            IF WS-JB-NEXT-RUN (WS-JOB-I) NUMERIC
                AND (WS-JB-ROLL (WS-JOB-I) = 'NEXT'
                    OR WS-JB-ROLL (WS-JOB-I) = 'PREV')
                MOVE WS-JB-NEXT-RUN (WS-JOB-I) TO WS-BASE-DATE
            END-IF.
            PERFORM 4050-STEP-FROM-BASE.
            IF WS-NEXT-DATE <= WS-TODAY
                MOVE WS-TODAY TO WS-BASE-DATE
                PERFORM 4050-STEP-FROM-BASE
            END-IF.
            MOVE WS-NEXT-DATE TO WS-JB-NEXT-RUN (WS-JOB-I).

       4050-STEP-FROM-BASE.
            MOVE WS-BASE-DATE TO WS-DATE-NUM.
            EVALUATE WS-JB-RECUR (WS-JOB-I)
                WHEN 'WEEKLY'
                    COMPUTE WS-DATE-INT =
                        FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                    MOVE WS-DATE-NUM TO WS-NEXT-DATE
            END-EVALUATE.

       4100-ADD-MONTHS-1.
            MOVE FUNCTION NUMVAL(WS-BASE-DATE (1:4)) TO WS-NEXT-YYYY.
            MOVE FUNCTION NUMVAL(WS-BASE-DATE (5:2)) TO WS-NEXT-MM.
            MOVE FUNCTION NUMVAL(WS-BASE-DATE (7:2)) TO WS-NEXT-DD.
            ADD 1 TO WS-NEXT-MM.
            PERFORM 4500-NORMALIZE-MONTH.

       4200-ADD-MONTHS-3.
            MOVE FUNCTION NUMVAL(WS-BASE-DATE (1:4)) TO WS-NEXT-YYYY.
            MOVE FUNCTION NUMVAL(WS-BASE-DATE (5:2)) TO WS-NEXT-MM.
            MOVE FUNCTION NUMVAL(WS-BASE-DATE (7:2)) TO WS-NEXT-DD.
            ADD 3 TO WS-NEXT-MM.
            PERFORM 4500-NORMALIZE-MONTH.

