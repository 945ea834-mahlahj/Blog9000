      *> old one as a dated backup.  The .SEQ next-ID file is valid
      *> either way (IDs do not change) and is left alone.  Run it
      *> once per machine, in a quiet window, before any of the
      *> current programs touch the file.  The old file is layout
      *> SDF version 1 (MM-LAYVER.cpy) and the converted file is
      *> stamped version 2; Q_MIGRATE runs the same conversion as
      *> its SDF 1 to 2 step (Q_MGSDF02) for sites that migrate
      *> every file in one sitting.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-TROUBLE-COUNT      PIC 9(9) COMP VALUE ZERO.
       01 WS-SWAP-STATUS        PIC S9(9) BINARY.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-UPG-TO-VERSION     PIC 9(3) VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_UPGRADE' TO WS-INUSE-PROGRAM.
      *> This program opens the file in its old shape, so the check
      *> REGISTER-SDF-OPEN makes is against version 1; the version it
      *> converts to is kept for stamping the result:
        MOVE WS-LAYVER-SDF TO WS-UPG-TO-VERSION.
        MOVE 1 TO WS-LAYVER-SDF.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - One-Time Layout Upgrade"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "Converts the pre-category 372-byte quote file at".
        DISPLAY "  " FUNCTION TRIM(WS-SDF-PATH).
        DISPLAY "to the current 392-byte three-key layout.".
            STOP RUN
        END-IF.

      *> The converted file replaces the live one, so only the
      *> primary copy is upgraded here - checked before the old file
      *> is opened and registered, so a refusal leaves no OPEN behind:
        PERFORM CHECK-SDF-ROLE.
        OPEN INPUT OLD-SDF-FILE.
        IF WS-OLD-STATUS NOT = '00'
            DISPLAY "Unable to open the quote file in the old "
                            " is now in the current layout."
                    DISPLAY "Old file kept as "
                            FUNCTION TRIM(WS-BACKUP-PATH)
                    PERFORM 2100-STAMP-CONVERTED-FILE
                    MOVE WS-WRITTEN-COUNT TO WS-NUM-ED
                    STRING "upgraded quote file layout, "
                        FUNCTION TRIM(WS-NUM-ED) " record(s)"
                END-IF
            END-IF.

      *> The stamp stays with the path, not the file, so the one
      *> beside the live name still says version 1 until rewritten:
       2100-STAMP-CONVERTED-FILE.
            MOVE 'W' TO WS-LAYCHK-MODE.
            MOVE 'Q_UPGRADE' TO WS-LAYCHK-PROGRAM.
            MOVE 'SDF' TO WS-LAYCHK-CODE.
            MOVE WS-UPG-TO-VERSION TO WS-LAYCHK-VERSION.
            MOVE WS-SDF-PATH TO WS-LAYCHK-PATH.
            CALL "Q_LAYCHK" USING WS-LAYCHK-MODE WS-LAYCHK-PROGRAM
                WS-LAYCHK-CODE WS-LAYCHK-VERSION WS-LAYCHK-PATH
                WS-LAYCHK-STAMPED WS-LAYCHK-RESULT
            END-CALL.
            IF WS-LAYCHK-RESULT NOT = 'W'
                DISPLAY "Unable to write the layout stamp beside "
                        FUNCTION TRIM(WS-SDF-PATH)
                        " - run Q_MIGRATE to stamp it at version "
                        WS-UPG-TO-VERSION
                MOVE 1 TO RETURN-CODE
            END-IF.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
