      *> pending job, release a held one, cancel, requeue the
      *> FAILED entries, and clear stale RUNNING entries (claimed
      *> longer ago than a chosen age) back to PENDING - the
      *> after-a-crash repair that used to mean a text editor -
      *> and view the output log the pool kept for any attempt of
      *> a job, so the reason for a failure is in hand before the
      *> job is requeued.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-QUEUE-STATUS.

       *> One job attempt's output log, as named on the queue line
       *> (threading's <job>.<claimed>.<attempt>.log):
       SELECT JOB-LOG-FILE
            ASSIGN TO WS-JOBLOG-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOBLOG-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program:
       SELECT AUDIT-LOG-FILE
       DATA DIVISION.
       FILE SECTION.
       FD  JOB-QUEUE-FILE.
       01  WS-QUEUE-RECORD         PIC X(500).

       FD  JOB-LOG-FILE.
       01  WS-JOBLOG-RECORD        PIC X(200).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY AUDIT-LOG-PATH.
       01 WS-QUEUE-PATH         PIC X(200) VALUE 'jobs.queue'.
       01 WS-QUEUE-STATUS       PIC XX VALUE '00'.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 50 TIMES.
               10 WS-JOB-STATE      PIC X(10).
               10 WS-JOB-NAME       PIC X(30).
               10 WS-JOB-COMMAND    PIC X(200).
               10 WS-JOB-CLAIMED    PIC X(15).
               10 WS-JOB-FINISHED   PIC X(15).
               10 WS-JOB-RETRIES    PIC 9(2).
               10 WS-JOB-LOG        PIC X(160).
       01 WS-JOB-I              PIC 9(2) COMP VALUE ZERO.
       01 WS-FOUND-I            PIC 9(2) COMP VALUE ZERO.
       01 WS-JOB-RETRIES-A      PIC X(2) VALUE SPACES.
       01 WS-LOOKUP-NAME        PIC X(30) VALUE SPACES.
       01 WS-TOUCHED-COUNT      PIC 9(2) COMP VALUE ZERO.

      *> Age arithmetic over the CLAIMED stamps (YYYYMMDDHHMMSS):
       01 WS-STALE-AGE-A        PIC X(5) VALUE SPACES.
       01 WS-STALE-AGE          PIC 9(5) VALUE 60.

      *> Log viewing: the queue names the last attempt's log, and
      *> an earlier attempt's is the same name with its three-digit
      *> attempt number (just before the .log) changed:
       01 WS-JOBLOG-PATH        PIC X(160) VALUE SPACES.
       01 WS-JOBLOG-STATUS      PIC XX VALUE '00'.
       01 WS-JOBLOG-EOF         PIC X VALUE 'N'.
       01 WS-JOBLOG-LEN         PIC 9(3) COMP VALUE ZERO.
       01 WS-ATTEMPT-A          PIC X(3) VALUE SPACES.
       01 WS-ATTEMPT            PIC 9(3) VALUE ZERO.
       01 WS-LAST-ATTEMPT       PIC 9(3) VALUE ZERO.
       01 WS-PAGE-LINES         PIC 9(3) COMP VALUE ZERO.
       01 WS-SHOWN-LINES        PIC 9(7) COMP VALUE ZERO.
       01 WS-PAGE-ANSWER        PIC X VALUE SPACE.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-QUEUE-PATH = SPACES
            MOVE 'jobs.queue' TO WS-QUEUE-PATH
        END-IF.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Job Queue Console"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-AUDIT-OPERATOR = SPACES
            DISPLAY "Operator ID:"
            DISPLAY "  [C] Cancel a job"
            DISPLAY "  [F] Requeue the FAILED jobs"
            DISPLAY "  [S] Clear stale RUNNING entries"
            DISPLAY "  [V] View a job's output log"
            DISPLAY "  [Q] Quit"
            DISPLAY "Mode? [L/H/R/C/F/S/V/Q]"
            ACCEPT WS-MODE FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
            EVALUATE WS-MODE
                    PERFORM 6000-REQUEUE-THE-FAILED
                WHEN 'S'
                    PERFORM 7000-CLEAR-STALE-RUNNING
                WHEN 'V'
                    PERFORM 7500-VIEW-A-JOB-LOG
                WHEN 'Q'
                    MOVE 'Y' TO WS-DONE
                WHEN OTHER
                             WS-JOB-CLAIMED (WS-JOB-USED)
                             WS-JOB-FINISHED (WS-JOB-USED)
                             WS-JOB-RETRIES-A
                             WS-JOB-LOG (WS-JOB-USED)
                    END-UNSTRING
                    IF WS-JOB-RETRIES-A NUMERIC
                        MOVE WS-JOB-RETRIES-A
                    FUNCTION TRIM(WS-JOB-COMMAND (WS-JOB-I)) '|'
                    FUNCTION TRIM(WS-JOB-CLAIMED (WS-JOB-I)) '|'
                    FUNCTION TRIM(WS-JOB-FINISHED (WS-JOB-I)) '|'
                    WS-JOB-RETRIES (WS-JOB-I) '|'
                    FUNCTION TRIM(WS-JOB-LOG (WS-JOB-I))
                    DELIMITED BY SIZE INTO WS-QUEUE-RECORD
                WRITE WS-QUEUE-RECORD
            END-PERFORM.
            CLOSE JOB-QUEUE-FILE.

       2000-LIST-THE-QUEUE.
            DISPLAY "Status     Job                            "
                    "Age(min) Try".
            PERFORM VARYING WS-JOB-I FROM 1 BY 1
                UNTIL WS-JOB-I > WS-JOB-USED
                PERFORM 2100-COMPUTE-THE-AGE
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.

      *> The last attempt's log unless an earlier one is asked
      *> for, shown a screenful at a time.  Looking is audited like
      *> every other action here - job output can carry data:
       7500-VIEW-A-JOB-LOG.
            PERFORM 2500-FIND-A-JOB.
            IF WS-FOUND-I = ZERO
                EXIT PARAGRAPH
            END-IF.
            IF WS-JOB-LOG (WS-FOUND-I) = SPACES
                DISPLAY "No output log recorded for that job - it "
                        "has not been run by the pool since logs "
                        "were kept."
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-JOB-LOG (WS-FOUND-I) TO WS-JOBLOG-PATH.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-JOBLOG-PATH))
                TO WS-JOBLOG-LEN.
            MOVE ZERO TO WS-LAST-ATTEMPT.
            IF WS-JOBLOG-LEN > 8
                IF WS-JOBLOG-PATH (WS-JOBLOG-LEN - 6:3) NUMERIC
                    MOVE WS-JOBLOG-PATH (WS-JOBLOG-LEN - 6:3)
                        TO WS-LAST-ATTEMPT
                END-IF
            END-IF.
            IF WS-LAST-ATTEMPT > 1
                MOVE WS-LAST-ATTEMPT TO WS-NUM-ED
                DISPLAY "Attempt 1-" FUNCTION TRIM(WS-NUM-ED)
                        "? [blank = last]"
                ACCEPT WS-ATTEMPT-A FROM CONSOLE
                IF WS-ATTEMPT-A NOT = SPACES
                    MOVE FUNCTION NUMVAL(WS-ATTEMPT-A) TO WS-ATTEMPT
                    IF WS-ATTEMPT < 1 OR WS-ATTEMPT > WS-LAST-ATTEMPT
                        DISPLAY "No such attempt."
                        EXIT PARAGRAPH
                    END-IF
                    MOVE WS-ATTEMPT
                        TO WS-JOBLOG-PATH (WS-JOBLOG-LEN - 6:3)
                END-IF
            END-IF.

            OPEN INPUT JOB-LOG-FILE.
            IF WS-JOBLOG-STATUS NOT = '00'
                DISPLAY "Log " FUNCTION TRIM(WS-JOBLOG-PATH)
                        " is not on file (status " WS-JOBLOG-STATUS
                        ") - housekeeping may have purged it."
                EXIT PARAGRAPH
            END-IF.
            DISPLAY "---- " FUNCTION TRIM(WS-JOBLOG-PATH) " ----".
            MOVE 'N' TO WS-JOBLOG-EOF.
            MOVE ZERO TO WS-PAGE-LINES WS-SHOWN-LINES.
            PERFORM UNTIL WS-JOBLOG-EOF = 'Y'
                READ JOB-LOG-FILE
                    AT END MOVE 'Y' TO WS-JOBLOG-EOF
                    NOT AT END
                        DISPLAY FUNCTION TRIM(WS-JOBLOG-RECORD
                            TRAILING)
                        ADD 1 TO WS-PAGE-LINES WS-SHOWN-LINES
                        IF WS-PAGE-LINES >= 20
                            MOVE ZERO TO WS-PAGE-LINES
                            DISPLAY "-- Enter for more, Q to stop --"
                            ACCEPT WS-PAGE-ANSWER FROM CONSOLE
                            IF WS-PAGE-ANSWER = 'Q'
                                OR WS-PAGE-ANSWER = 'q'
                                MOVE 'Y' TO WS-JOBLOG-EOF
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE JOB-LOG-FILE.
            IF WS-SHOWN-LINES = ZERO
                DISPLAY "(the job printed nothing)"
            END-IF.
            DISPLAY "---- end of log ----".
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "viewed log " FUNCTION TRIM(WS-JOBLOG-PATH)
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
            MOVE 'QUEMGR' TO WS-AUDIT-ACTION.
            PERFORM WRITE-AUDIT-ENTRY.

       8000-AUDIT-THE-ACTION.
            MOVE SPACES TO WS-AUDIT-MESSAGE.
            STRING "job " FUNCTION TRIM(WS-LOOKUP-NAME) " now "
