       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-MISSING-COUNT      PIC 9(9) VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
            DELIMITED BY SIZE INTO WS-DRILL-PATH.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".DRILL-RPT"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_DRILL' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_DRILL' TO WS-INUSE-PROGRAM.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Disaster-Recovery Drill"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        MOVE FUNCTION CURRENT-DATE TO WS-START-TS.

        OPEN OUTPUT DRILL-REPORT-FILE.
        MOVE SPACES TO WS-REPORT-LINE.
        STRING "DR drill started " WS-START-TS (1:8) "-"
            WS-START-TS (9:6)
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        PERFORM 9000-EMIT-LINE.

        PERFORM 5000-DELIVER-THE-VERDICT.

        CLOSE DRILL-REPORT-FILE.
        MOVE 'DRILL' TO WS-RPTREG-NAME.
        MOVE 'Q_DRILL' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.

      *> The scratch copy has served - the report is the evidence:
        CALL "CBL_DELETE_FILE" USING WS-DRILL-PATH
