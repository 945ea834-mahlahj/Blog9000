       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-SURVIVOR-OK        PIC X VALUE 'N'.

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
        MOVE 'Q_DEDUPE' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'Q_DEDUPE' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Duplicate Detection and Merge"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "  [R] Report suspected duplicates only".
        DISPLAY "  [M] Report and merge interactively".
        DISPLAY "Mode? [R/M]".
        END-IF.

        OPEN OUTPUT DUPLICATE-REPORT-FILE.
        MOVE SPACES TO WS-DUPE-RPT-LINE.
        STRING "Possible duplicate quotes"
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-DUPE-RPT-LINE.
        WRITE WS-DUPE-RPT-LINE.

        SORT DEDUPE-SORT-FILE
            ON ASCENDING KEY DS-NORM-MAXIM
            OUTPUT PROCEDURE IS 2000-SCAN-FOR-GROUPS.

        CLOSE DUPLICATE-REPORT-FILE.
        MOVE 'DUPLICATES' TO WS-RPTREG-NAME.
        MOVE 'Q_DEDUPE' TO WS-RPTREG-PROGRAM.
        MOVE WS-DUPE-RPT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

        MOVE WS-GROUP-COUNT TO WS-NUM-ED.
        DISPLAY FUNCTION TRIM(WS-NUM-ED)
                IF WS-SURVIVOR-OK NOT = 'Y'
                    DISPLAY "That ID is not in this group - skipped."
                ELSE
                    PERFORM CHECK-SDF-ROLE
                    OPEN I-O MM-COBOL-SDF-FILE
                    IF NOT SUCCESS
                        CALL "Q_ERRHAND" USING WS-ERR-PROGRAM
