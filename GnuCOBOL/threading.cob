    FILE STATUS IS WS-LOG-STATUS.

*> The evening's actual work: one job per line,
*>   STATUS|JOB-NAME|COMMAND|CLAIMED|FINISHED|RETRIES|LOG
*> (STATUS is PENDING, RUNNING, DONE or FAILED).  Each pending job
*> is claimed by a forked child, run as an operating-system command,
*> and marked with timestamps; failures are re-forked under the
*> existing WS-MAX-RETRIES logic before being marked FAILED.  LOG
*> is the file holding the last attempt's output (see JOB-LOG-
*> CATALOG-FILE below).
*> Location comes from THREADING_QUEUE_PATH, default jobs.queue:
SELECT JOB-QUEUE-FILE ASSIGN TO WS-QUEUE-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-QUEUE-STATUS.

*> Every job attempt's standard output and error go to a log of
*> its own in the log directory (THREADING_JOBLOG_DIR, default
*> joblogs), named <job>.<claimed>.<attempt>.log with a three-
*> digit attempt number.  The parent appends each log it hands
*> out to the directory's catalog, JOBLOG.CAT, one
*> YYYYMMDD|path line per log, oldest first, which is what
*> Q_HOUSEKP's JOBLOGS rule purges by:
SELECT JOB-LOG-CATALOG-FILE ASSIGN TO WS-JOBCAT-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-JOBCAT-STATUS.

*> Batch run-time history (MM-RUNHIST-RAW.cpy): each child adds
*> one J line for the job it ran.  Location comes from
*> MM_RUNHIST_PATH, default MM-RUNHIST.DAT:
SELECT RUN-HISTORY-FILE ASSIGN TO WS-RUNHIST-PATH
    ORGANIZATION IS LINE SEQUENTIAL
    FILE STATUS IS WS-RUNHIST-STATUS.

*> Shared audit trail, appended to by every quote/threading
*> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
*> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
01  WS-LOG-RECORD       PIC X(200).

FD  JOB-QUEUE-FILE.
01  WS-QUEUE-RECORD     PIC X(500).

FD  JOB-LOG-CATALOG-FILE.
01  WS-JOBCAT-RECORD    PIC X(200).

COPY MM-RUNHIST-RAW.

COPY AUDIT-LOG.

01 WS-LOG-TIMESTAMP    PIC X(21).

COPY AUDIT-LOG-PATH.
COPY MM-REGION-WS.
COPY MM-LAYVER.

01 WS-NUM-CHILDREN-A   PIC X(2) VALUE SPACES.
01 WS-NUM-CHILDREN     PIC 9(2) VALUE 3.
       10 WS-CHILD-FAILED   PIC X VALUE 'N'.
       10 WS-CHILD-RETRIES  PIC 9(2) VALUE ZERO.
       10 WS-CHILD-JOB-IDX  PIC 9(2) VALUE ZERO.
       10 WS-CHILD-LOG      PIC X(160).

01 WS-QUEUE-PATH       PIC X(200) VALUE 'jobs.queue'.
01 WS-QUEUE-STATUS     PIC XX VALUE '00'.
01 WS-QUEUE-MODE       PIC X VALUE 'N'.
   88 QUEUE-MODE-ON          VALUE 'Y'.
01 WS-QUEUE-ANSWER     PIC X VALUE SPACE.
*> THREADING_MODE (R, L or D) answers the queue prompt ahead of
*> time, for a caller such as Q_NIGHT that runs the pool with
*> nobody at the console:
01 WS-QUEUE-PRESET     PIC X VALUE SPACE.
01 WS-QUEUE-EOF        PIC X VALUE 'N'.
01 WS-JOB-USED         PIC 9(2) COMP VALUE ZERO.
01 WS-JOB-TABLE.
   05 WS-JOB-ENTRY OCCURS 50 TIMES.
       10 WS-JOB-STATE      PIC X(8).
       10 WS-JOB-NAME       PIC X(30).
       10 WS-JOB-COMMAND    PIC X(200).
       10 WS-JOB-CLAIMED    PIC X(15).
       10 WS-JOB-FINISHED   PIC X(15).
       10 WS-JOB-RETRIES    PIC 9(2).
       10 WS-JOB-LOG        PIC X(160).
01 WS-JOB-I            PIC 9(2) COMP VALUE ZERO.

01 WS-JOBLOG-DIR       PIC X(100) VALUE 'joblogs'.
01 WS-JOBCAT-PATH      PIC X(120) VALUE SPACES.
01 WS-JOBCAT-STATUS    PIC XX VALUE '00'.
01 WS-LOG-JOB-NAME     PIC X(30) VALUE SPACES.
01 WS-LOG-NAME-LEN     PIC 9(2) COMP VALUE ZERO.
01 WS-LOG-ATTEMPT      PIC 9(3) VALUE ZERO.
01 WS-CHILD-COMMAND    PIC X(400) VALUE SPACES.
01 WS-CALL-STATUS      PIC S9(9) BINARY VALUE ZERO.

01 WS-RUNHIST-PATH     PIC X(200) VALUE 'MM-RUNHIST.DAT'.
01 WS-RUNHIST-STATUS   PIC XX VALUE '00'.
01 WS-RUN-START-TS     PIC X(21) VALUE SPACES.
01 WS-RUN-END-TS       PIC X(21) VALUE SPACES.
01 WS-RUN-DATE-NUM     PIC 9(8) VALUE ZERO.
01 WS-RUN-START-SECS   PIC 9(11) VALUE ZERO.
01 WS-RUN-END-SECS     PIC 9(11) VALUE ZERO.
01 WS-JOB-RETRIES-A    PIC X(2) VALUE SPACES.
01 WS-PENDING-COUNT    PIC 9(2) COMP VALUE ZERO.
01 WS-SYS-STATUS       PIC S9(9) BINARY VALUE ZERO.

01 WS-MAX-RETRIES-A    PIC X(2) VALUE SPACES.
01 WS-MAX-RETRIES      PIC 9(2) VALUE 2.
*> THREADING_MAX_RETRIES overrides the retry count for the job
*> queue (a caller whose jobs must not be re-run sets it to 0):
01 WS-MAX-RETRIES-ENV  PIC X(2) VALUE SPACES.
01 WS-CHILD-SLEEP-A    PIC X(4) VALUE SPACES.
01 WS-CHILD-SLEEP-SECS PIC 9(4) VALUE 1.
01 WS-CHILD-TIMEOUT-A    PIC X(4) VALUE SPACES.
01 LS-JUNK         PIC X(20) VALUE 'LS-JUNK'.

PROCEDURE DIVISION.
    CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
    END-CALL.
    DISPLAY 'Demonstration:'
            'How to use THREADS on GnuCOBOL.'
    DISPLAY 'Code: https://github.com/soft9000/Blog9000'.
    DISPLAY 'Starting: ' LS-THREAD-LOCAL
            FUNCTION TRIM(WS-REGION-TAG TRAILING).

    ACCEPT WS-LOG-PATH FROM ENVIRONMENT "THREADING_LOG_PATH"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT.
    IF WS-LOG-PATH = SPACES
        MOVE 'threading.log' TO WS-LOG-PATH
    END-IF.
    OPEN EXTEND OPS-LOG-FILE.
    IF WS-LOG-STATUS NOT = '00'
        OPEN OUTPUT OPS-LOG-FILE
        ON EXCEPTION
            CONTINUE
    END-ACCEPT.
    IF WS-QUEUE-PATH = SPACES
        MOVE 'jobs.queue' TO WS-QUEUE-PATH
    END-IF.
    ACCEPT WS-QUEUE-PRESET FROM ENVIRONMENT "THREADING_MODE"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT.
    ACCEPT WS-MAX-RETRIES-ENV FROM ENVIRONMENT "THREADING_MAX_RETRIES"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT.
    IF WS-MAX-RETRIES-ENV (2:1) = SPACE
        MOVE WS-MAX-RETRIES-ENV (1:1) TO WS-MAX-RETRIES-ENV (2:1)
        MOVE '0' TO WS-MAX-RETRIES-ENV (1:1)
    END-IF.
    IF WS-MAX-RETRIES-ENV NUMERIC
        MOVE WS-MAX-RETRIES-ENV TO WS-MAX-RETRIES
    END-IF.
    ACCEPT WS-JOBLOG-DIR FROM ENVIRONMENT "THREADING_JOBLOG_DIR"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT.
    IF WS-JOBLOG-DIR = SPACES
        MOVE 'joblogs' TO WS-JOBLOG-DIR
    END-IF.
    STRING FUNCTION TRIM(WS-JOBLOG-DIR) '/JOBLOG.CAT'
        DELIMITED BY SIZE INTO WS-JOBCAT-PATH.
    ACCEPT WS-RUNHIST-PATH FROM ENVIRONMENT "MM_RUNHIST_PATH"
        ON EXCEPTION
            CONTINUE
    END-ACCEPT.
    IF WS-RUNHIST-PATH = SPACES
        MOVE 'MM-RUNHIST.DAT' TO WS-RUNHIST-PATH
    END-IF.
*> Stop before touching a file in a record layout this
*> program was not built for (MM-LAYCHK-PROC.cpy):
    MOVE 'threading' TO WS-LAYCHK-PROGRAM.
    MOVE 'RUNHIST' TO WS-LAYCHK-CODE.
    MOVE WS-RUNHIST-PATH TO WS-LAYCHK-PATH.
    PERFORM CHECK-FILE-LAYOUT.
    PERFORM LOAD-JOB-QUEUE.
    IF WS-JOB-USED > ZERO
        IF WS-QUEUE-PRESET NOT = SPACE
            MOVE WS-QUEUE-PRESET TO WS-QUEUE-ANSWER
        ELSE
            DISPLAY '[R]un the job queue / [L]ist queue status / '
                    '[D]emo mode?'
            ACCEPT WS-QUEUE-ANSWER FROM CONSOLE
        END-IF
        MOVE FUNCTION UPPER-CASE(WS-QUEUE-ANSWER)
            TO WS-QUEUE-ANSWER
        EVALUATE WS-QUEUE-ANSWER
    STOP RUN.

FORK-ONE-CHILD.
    IF QUEUE-MODE-ON
        PERFORM NAME-THE-JOB-LOG
    END-IF
    CALL "CBL_GC_FORK" RETURNING CHILD-PID END-CALL
    EVALUATE TRUE
        WHEN CHILD-PID = ZERO
        WHEN CHILD-PID > ZERO
            MOVE CHILD-PID TO WS-CHILD-PID (WS-CHILD-IDX)
            MOVE 'N' TO WS-CHILD-DONE (WS-CHILD-IDX)
            IF QUEUE-MODE-ON
                PERFORM CATALOG-THE-JOB-LOG
            END-IF
        WHEN CHILD-PID = -1
            PERFORM LOG-FORK-ERROR
            MOVE 'Y' TO WS-CHILD-DONE (WS-CHILD-IDX)
        MOVE WS-CHILD-JOB-IDX (WS-CHILD-IDX) TO WS-JOB-I
        DISPLAY 'Child: running job '
                FUNCTION TRIM(WS-JOB-NAME (WS-JOB-I))
        MOVE SPACES TO WS-CHILD-COMMAND
        STRING '(' FUNCTION TRIM(WS-JOB-COMMAND (WS-JOB-I)) ') > '
            FUNCTION TRIM(WS-CHILD-LOG (WS-CHILD-IDX)) ' 2>&1'
            DELIMITED BY SIZE INTO WS-CHILD-COMMAND
        MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TS
        CALL "SYSTEM" USING WS-CHILD-COMMAND
            RETURNING WS-SYS-STATUS
        END-CALL
        MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TS
        IF WS-SYS-STATUS = ZERO
            MOVE 0 TO RETURN-CODE
        ELSE
            MOVE 1 TO RETURN-CODE
        END-IF
        PERFORM RECORD-RUN-HISTORY
    ELSE
        CALL "C$SLEEP" USING WS-CHILD-SLEEP-SECS END-CALL
        DISPLAY "Tread: Hello, I am the child."
                    MOVE 'Y' TO WS-CHILD-FAILED (WS-CHILD-IDX)
                END-IF
            WHEN OTHER
*> The child's end was never seen, so its job cannot be
*> counted as done:
                PERFORM LOG-WAITPID-ERROR
                MOVE 'Y' TO WS-CHILD-DONE (WS-CHILD-IDX)
                MOVE 'Y' TO WS-CHILD-FAILED (WS-CHILD-IDX)
        END-EVALUATE
    END-PERFORM.

        DELIMITED BY SIZE INTO WS-LOG-MESSAGE.
    PERFORM WRITE-LOG-ENTRY.

*> One J line per attempt, written by the child itself as it
*> finishes - a single short append, so children finishing at the
*> same moment do not tread on each other's lines:
RECORD-RUN-HISTORY.
    MOVE WS-RUN-START-TS (1:8) TO WS-RUN-DATE-NUM.
    COMPUTE WS-RUN-START-SECS =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) * 86400
        + FUNCTION NUMVAL(WS-RUN-START-TS (9:2)) * 3600
        + FUNCTION NUMVAL(WS-RUN-START-TS (11:2)) * 60
        + FUNCTION NUMVAL(WS-RUN-START-TS (13:2)).
    MOVE WS-RUN-END-TS (1:8) TO WS-RUN-DATE-NUM.
    COMPUTE WS-RUN-END-SECS =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) * 86400
        + FUNCTION NUMVAL(WS-RUN-END-TS (9:2)) * 3600
        + FUNCTION NUMVAL(WS-RUN-END-TS (11:2)) * 60
        + FUNCTION NUMVAL(WS-RUN-END-TS (13:2)).
    OPEN EXTEND RUN-HISTORY-FILE.
    IF WS-RUNHIST-STATUS NOT = '00'
        OPEN OUTPUT RUN-HISTORY-FILE
    END-IF.
    IF WS-RUNHIST-STATUS = '00'
        MOVE SPACES TO RH-DATA-RAW
        MOVE 'J' TO RH-KIND
        MOVE WS-JOB-NAME (WS-JOB-I) TO RH-NAME
        MOVE WS-RUN-START-TS (1:14) TO RH-START
        MOVE WS-RUN-END-TS (1:14) TO RH-END
        COMPUTE RH-ELAPSED = WS-RUN-END-SECS - WS-RUN-START-SECS
        IF WS-SYS-STATUS = ZERO
            MOVE 'OK' TO RH-OUTCOME
        ELSE
            MOVE 'FAIL' TO RH-OUTCOME
        END-IF
        WRITE RH-DATA-RAW
        CLOSE RUN-HISTORY-FILE
    END-IF.

*> The attempt's log name, worked out in the parent before the fork
*> so both sides hold it: job name with blanks and slashes made
*> safe for a file name, the job's claim stamp, and the attempt
*> (first run 001, each retry one more):
NAME-THE-JOB-LOG.
    MOVE WS-CHILD-JOB-IDX (WS-CHILD-IDX) TO WS-JOB-I.
    MOVE FUNCTION TRIM(WS-JOB-NAME (WS-JOB-I)) TO WS-LOG-JOB-NAME.
    MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LOG-JOB-NAME))
        TO WS-LOG-NAME-LEN.
    INSPECT WS-LOG-JOB-NAME (1:WS-LOG-NAME-LEN)
        REPLACING ALL ' ' BY '_'.
    INSPECT WS-LOG-JOB-NAME REPLACING ALL '/' BY '_'.
    COMPUTE WS-LOG-ATTEMPT = WS-CHILD-RETRIES (WS-CHILD-IDX) + 1.
    MOVE SPACES TO WS-CHILD-LOG (WS-CHILD-IDX).
    STRING FUNCTION TRIM(WS-JOBLOG-DIR) '/'
        FUNCTION TRIM(WS-LOG-JOB-NAME) '.'
        FUNCTION TRIM(WS-JOB-CLAIMED (WS-JOB-I)) '.'
        WS-LOG-ATTEMPT '.log'
        DELIMITED BY SIZE INTO WS-CHILD-LOG (WS-CHILD-IDX).
    MOVE WS-CHILD-LOG (WS-CHILD-IDX) TO WS-JOB-LOG (WS-JOB-I).

CATALOG-THE-JOB-LOG.
    OPEN EXTEND JOB-LOG-CATALOG-FILE.
    IF WS-JOBCAT-STATUS NOT = '00'
        OPEN OUTPUT JOB-LOG-CATALOG-FILE
    END-IF.
    IF WS-JOBCAT-STATUS = '00'
        MOVE SPACES TO WS-JOBCAT-RECORD
        STRING WS-JOB-CLAIMED (WS-JOB-I) (1:8) '|'
            FUNCTION TRIM(WS-CHILD-LOG (WS-CHILD-IDX))
            DELIMITED BY SIZE INTO WS-JOBCAT-RECORD
        WRITE WS-JOBCAT-RECORD
        CLOSE JOB-LOG-CATALOG-FILE
    END-IF.

LOAD-JOB-QUEUE.
    MOVE ZERO TO WS-JOB-USED.
    MOVE 'N' TO WS-QUEUE-EOF.
                     WS-JOB-CLAIMED (WS-JOB-USED)
                     WS-JOB-FINISHED (WS-JOB-USED)
                     WS-JOB-RETRIES-A
                     WS-JOB-LOG (WS-JOB-USED)
            END-UNSTRING
            IF WS-JOB-RETRIES-A NUMERIC
                MOVE WS-JOB-RETRIES-A
    END-IF.

LIST-QUEUE-STATUS.
    DISPLAY 'Status   Job                            Claimed         '
            'Finished        Try'.
    PERFORM VARYING WS-JOB-I FROM 1 BY 1
        UNTIL WS-JOB-I > WS-JOB-USED
    IF WS-PENDING-COUNT = ZERO
        DISPLAY 'No pending jobs on the queue.'
    ELSE
        CALL "CBL_CREATE_DIR" USING WS-JOBLOG-DIR
            RETURNING WS-CALL-STATUS
        END-CALL
        PERFORM VARYING WS-CHILD-IDX FROM 1 BY 1
            UNTIL WS-CHILD-IDX > WS-NUM-CHILDREN
            PERFORM FORK-ONE-CHILD
            FUNCTION TRIM(WS-JOB-COMMAND (WS-JOB-I)) '|'
            FUNCTION TRIM(WS-JOB-CLAIMED (WS-JOB-I)) '|'
            FUNCTION TRIM(WS-JOB-FINISHED (WS-JOB-I)) '|'
            WS-JOB-RETRIES (WS-JOB-I) '|'
            FUNCTION TRIM(WS-JOB-LOG (WS-JOB-I))
            DELIMITED BY SIZE INTO WS-QUEUE-RECORD
        WRITE WS-QUEUE-RECORD
    END-PERFORM.
    END-CALL.
    WRITE AUDIT-LOG-RECORD.

COPY MM-LAYCHK-PROC.

END PROGRAM threading.
