      *> record locks (Q_WRITER's discipline), progress is recorded
      *> in the .CLASSIFY file - DONE entries are final for
      *> everyone, SKIP entries only hide a quote from the operator
      *> who skipped it, HAND entries (a departed operator's skips,
      *> handed on by Q_OFFBRD) keep a quote for the successor they
      *> name and hide it from everyone else - and a quote someone
      *> else classified mid-session is re-checked and passed over.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            RECORD KEY IS CAT-CODE
            FILE STATUS IS WS-CAT-STATUS.

       *> One line per decision: Q-ID|operator|DONE, SKIP or HAND.
       *> Loaded at start and appended per decision, so a second
       *> session - or tomorrow's - picks up where this one left
       *> off:
       SELECT CLASSIFY-PROGRESS-FILE
            ASSIGN TO WS-PROGRESS-PATH
            ORGANIZATION IS LINE SEQUENTIAL
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-JNL-AFTER          PIC X(400) VALUE SPACES.

      *> The handled list off the progress file - DONE for anyone,
      *> SKIP only for this operator, HAND for all but its named
      *> successor:
       01 WS-HANDLED-USED       PIC 9(4) COMP VALUE ZERO.
       01 WS-HANDLED-TABLE.
           05 WS-HANDLED-ID OCCURS 5000 TIMES PIC 9(9).
       01 WS-LIST-EOF           PIC X VALUE 'N'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_CLASSFY' TO WS-LAYCHK-PROGRAM.
        MOVE 'CAT' TO WS-LAYCHK-CODE.
        MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'Q_CLASSFY' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Classification Work Queue"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

      *> Classifying is editing - it rides the same 'A' letter:
        MOVE 'A' TO WS-CHECK-FUNCTION.

        PERFORM 0500-LOAD-PROGRESS.

        PERFORM CHECK-SDF-ROLE.
        OPEN I-O MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            CALL "Q_ERRHAND" USING WS-ERR-PROGRAM WS-ERR-LABEL
            IF WS-PG-ID-A NUMERIC
                AND (WS-PG-VERDICT = 'DONE'
                OR (WS-PG-VERDICT = 'SKIP'
                    AND WS-PG-OPERATOR = WS-AUDIT-OPERATOR)
                OR (WS-PG-VERDICT = 'HAND'
                    AND WS-PG-OPERATOR NOT = WS-AUDIT-OPERATOR))
                IF WS-HANDLED-USED < 5000
                    ADD 1 TO WS-HANDLED-USED
                    MOVE FUNCTION NUMVAL(WS-PG-ID-A)
