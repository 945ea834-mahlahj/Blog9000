       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-CAT-AVAILABLE      PIC X VALUE 'N'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_INTEGCK' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_INTEGCK' TO WS-LAYCHK-PROGRAM.
        MOVE 'CAT' TO WS-LAYCHK-CODE.
        MOVE WS-CAT-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'OVF' TO WS-LAYCHK-CODE.
        MOVE WS-OVF-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'USAGE' TO WS-LAYCHK-CODE.
        MOVE WS-USAGE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'RATE' TO WS-LAYCHK-CODE.
        MOVE WS-RATINGS-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'KWX' TO WS-LAYCHK-CODE.
        MOVE WS-KWX-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'ARC' TO WS-LAYCHK-CODE.
        MOVE WS-ARCHIVE-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Cross-File Integrity Check"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "[R]eport only / [F]ix what is safely fixable?".
        ACCEPT WS-FIX-MODE FROM CONSOLE.
        MOVE FUNCTION UPPER-CASE(WS-FIX-MODE) TO WS-FIX-MODE.
        END-IF.
        PERFORM REGISTER-SDF-OPEN.
        OPEN OUTPUT INTEGRITY-REPORT-FILE.
        MOVE SPACES TO WS-REPORT-LINE.
        STRING "Side-file integrity check"
            FUNCTION TRIM(WS-REGION-TAG TRAILING)
            DELIMITED BY SIZE INTO WS-REPORT-LINE.
        WRITE WS-REPORT-LINE.

        PERFORM 0500-LOAD-ARCHIVE-IDS.
        PERFORM 1000-SWEEP-OVERFLOW.
        PERFORM 5000-SWEEP-MASTER-CODES.

        CLOSE INTEGRITY-REPORT-FILE.
        MOVE 'INTEGRITY' TO WS-RPTREG-NAME.
        MOVE 'Q_INTEGCK' TO WS-RPTREG-PROGRAM.
        MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
        CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
            WS-RPTREG-PATH WS-RPTREG-RESULT
        END-CALL.
        CLOSE MM-COBOL-SDF-FILE.
        PERFORM REGISTER-SDF-CLOSE.

