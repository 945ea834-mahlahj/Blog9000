       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_CDCEXT.

      *> Change-data-capture extract for the data warehouse.  Q_EXPORT's
      *> incremental mode only ever ships new Q-IDs; this ships every
      *> change the journal has seen since the last extract - adds,
      *> edits and deletes, from Q_WRITER and from everything else
      *> that journals its changes the same way (Q_REVIEW releases,
      *> Q_ARCHIVE restores, Q_REKEY re-keys, Q_CLASSFY, Q_COPYED,
      *> Q_DEDUPE).
      *>
      *> Each run writes <extract dir>/QCDC.nnnnnn in the MM-CDC-RAW
      *> layout: a header, one fixed-width detail per change with
      *> its I/U/D code, journal time, operator and after-image (the
      *> key alone for a delete), and a trailer with the count of
      *> each change type.  The journal's ADD is an I (so a quote
      *> put back from the archive arrives as an insert under its old
      *> Q-ID), EDIT a U and DELETE a D; an edit that changed the
      *> Q-ID itself goes out as a D of the old key and an I of the
      *> new one, so the warehouse never holds both.
      *>
      *> The position - next extract number and how many journal
      *> lines have been extracted - rides in <quote file>.CDC and is
      *> only moved on once the extract is complete, so a run that
      *> dies part way is simply run again and writes the same
      *> extract over.  A journal cycled since the last run starts
      *> over from its first line, as Q_JSHIP's does.  The extract
      *> directory comes from MM_CDC_DIR (default warehouse).  No
      *> prompts - a Q_NIGHT step, e.g. the control-file line
      *>   WAREHOUSE CDC|./Q_CDCEXT|CONTINUE

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> The append-only change journal Q_WRITER keeps:
       SELECT UPDATE-JOURNAL-FILE
            ASSIGN TO WS-JOURNAL-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-STATUS.

       *> Fixed-width records with no line ends, the way the
       *> warehouse loader reads them:
       SELECT CDC-EXTRACT-FILE
            ASSIGN TO WS-EXTRACT-PATH
            ORGANIZATION IS SEQUENTIAL
            FILE STATUS IS WS-EXTRACT-STATUS.

       SELECT CDC-STATE-FILE
            ASSIGN TO WS-STATE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STATE-STATUS.

       *> Shared audit trail, appended to by every quote/threading
       *> program.  Location comes from WS-AUDIT-PATH (AUDIT-LOG-
       *> PATH.cpy), overridden with the AUDIT_LOG_PATH environment
       *> variable:
       SELECT AUDIT-LOG-FILE
            ASSIGN TO WS-AUDIT-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-JNL-RAW.
       COPY MM-CDC-RAW.

       FD  CDC-STATE-FILE.
       01  WS-STATE-RECORD         PIC X(30).

       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
       01 WS-CDC-DIR            PIC X(180) VALUE 'warehouse'.
       01 WS-EXTRACT-PATH       PIC X(200) VALUE SPACES.
       01 WS-EXTRACT-STATUS     PIC XX VALUE '00'.
       01 WS-STATE-PATH         PIC X(211) VALUE SPACES.
       01 WS-STATE-STATUS       PIC XX VALUE '00'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-NUM-ED             PIC -(9)9.
       01 WS-NUM-ED-2           PIC -(9)9.
       01 WS-NUM-ED-3           PIC -(9)9.

      *> State: next extract number and the journal line count
      *> already extracted:
       01 WS-CDC-SEQ            PIC 9(6) VALUE 1.
       01 WS-DONE-LINES         PIC 9(9) VALUE ZERO.
       01 WS-STATE-SEQ-A        PIC X(6) VALUE SPACES.
       01 WS-STATE-LINES-A      PIC X(9) VALUE SPACES.
       01 WS-LINE-NOW           PIC 9(9) COMP VALUE ZERO.
       01 WS-JOURNAL-END        PIC 9(9) COMP VALUE ZERO.
       01 WS-INSERT-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-UPDATE-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-DELETE-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-DETAIL-COUNT       PIC 9(9) COMP VALUE ZERO.
       01 WS-SKIP-COUNT         PIC 9(9) COMP VALUE ZERO.

      *> The two journal images, for their keys:
       01 WS-BEFORE-IMAGE       PIC X(392) VALUE SPACES.
       01 WS-BEFORE-KEY REDEFINES WS-BEFORE-IMAGE.
           05 WS-BEFORE-ID       PIC X(9).
           05 FILLER             PIC X(383).
       01 WS-AFTER-IMAGE        PIC X(392) VALUE SPACES.
       01 WS-AFTER-KEY REDEFINES WS-AFTER-IMAGE.
           05 WS-AFTER-ID        PIC X(9).
           05 FILLER             PIC X(383).
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-PATH FROM ENVIRONMENT "AUDIT_LOG_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-AUDIT-OPERATOR FROM ENVIRONMENT "MM_OPERATOR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-CDC-DIR FROM ENVIRONMENT "MM_CDC_DIR"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        IF WS-CDC-DIR = SPACES
            MOVE 'warehouse' TO WS-CDC-DIR
        END-IF.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_CDCEXT' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".CDC"
            DELIMITED BY SIZE INTO WS-STATE-PATH.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Warehouse Change Extract"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        PERFORM 1000-READ-CDC-STATE.
        PERFORM 0800-CHECK-FOR-CYCLE.

        MOVE SPACES TO WS-EXTRACT-PATH.
        STRING FUNCTION TRIM(WS-CDC-DIR) "/QCDC." WS-CDC-SEQ
            DELIMITED BY SIZE INTO WS-EXTRACT-PATH.
        OPEN OUTPUT CDC-EXTRACT-FILE.
        IF WS-EXTRACT-STATUS NOT = '00'
            DISPLAY "Unable to open " WS-EXTRACT-PATH
                    ", status " WS-EXTRACT-STATUS
            MOVE SPACES TO WS-AUDIT-MESSAGE
            STRING "change extract " WS-CDC-SEQ
                " not written, open status " WS-EXTRACT-STATUS
                DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE
            MOVE 'CDCEXT' TO WS-AUDIT-ACTION
            PERFORM WRITE-AUDIT-ENTRY
            CLOSE AUDIT-LOG-FILE
            MOVE 1 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> The extract covers the journal lines counted just now -
      *> anything journaled while it runs waits for the next one.
      *> An extract with nothing in it is still written, so the
      *> warehouse can tell a quiet day from a missed run:
        MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
        MOVE SPACES TO CDC-HEADER-RAW.
        MOVE 'H' TO CDC-H-REC-TYPE.
        MOVE WS-CDC-SEQ TO CDC-H-EXTRACT-NO.
        STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
            DELIMITED BY SIZE INTO CDC-H-CREATED.
        COMPUTE CDC-H-FROM-LINE = WS-DONE-LINES + 1.
        MOVE WS-JOURNAL-END TO CDC-H-TO-LINE.
        WRITE CDC-HEADER-RAW.

        MOVE ZERO TO WS-LINE-NOW.
        MOVE 'N' TO WS-EOF.
        OPEN INPUT UPDATE-JOURNAL-FILE.
        IF WS-JOURNAL-STATUS NOT = '00'
            DISPLAY "No journal on file at " WS-JOURNAL-PATH
                    " - no changes to extract."
            MOVE 'Y' TO WS-EOF
        END-IF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ UPDATE-JOURNAL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LINE-NOW
                    IF WS-LINE-NOW > WS-DONE-LINES
                        AND WS-LINE-NOW <= WS-JOURNAL-END
                        PERFORM 2000-EXTRACT-ONE-CHANGE
                    END-IF
            END-READ
        END-PERFORM.
        IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '10'
            CLOSE UPDATE-JOURNAL-FILE
        END-IF.

        MOVE SPACES TO CDC-TRAILER-RAW.
        MOVE 'T' TO CDC-T-REC-TYPE.
        MOVE WS-INSERT-COUNT TO CDC-T-INSERTS.
        MOVE WS-UPDATE-COUNT TO CDC-T-UPDATES.
        MOVE WS-DELETE-COUNT TO CDC-T-DELETES.
        MOVE WS-DETAIL-COUNT TO CDC-T-TOTAL.
        WRITE CDC-TRAILER-RAW.
        CLOSE CDC-EXTRACT-FILE.

        MOVE WS-JOURNAL-END TO WS-DONE-LINES.
        MOVE WS-INSERT-COUNT TO WS-NUM-ED.
        MOVE WS-UPDATE-COUNT TO WS-NUM-ED-2.
        MOVE WS-DELETE-COUNT TO WS-NUM-ED-3.
        DISPLAY "Extract " WS-CDC-SEQ " written to "
                FUNCTION TRIM(WS-EXTRACT-PATH) ": "
                FUNCTION TRIM(WS-NUM-ED) " insert(s), "
                FUNCTION TRIM(WS-NUM-ED-2) " update(s), "
                FUNCTION TRIM(WS-NUM-ED-3) " delete(s).".
        IF WS-SKIP-COUNT > ZERO
            MOVE WS-SKIP-COUNT TO WS-NUM-ED
            DISPLAY FUNCTION TRIM(WS-NUM-ED)
                    " journal line(s) of no known kind passed over."
        END-IF.
        MOVE SPACES TO WS-AUDIT-MESSAGE.
        STRING "change extract " WS-CDC-SEQ " written, "
            FUNCTION TRIM(WS-NUM-ED) " insert(s) "
            FUNCTION TRIM(WS-NUM-ED-2) " update(s) "
            FUNCTION TRIM(WS-NUM-ED-3) " delete(s)"
            DELIMITED BY SIZE INTO WS-AUDIT-MESSAGE.
        MOVE 'CDCEXT' TO WS-AUDIT-ACTION.
        PERFORM WRITE-AUDIT-ENTRY.
        ADD 1 TO WS-CDC-SEQ.
        PERFORM 1100-WRITE-CDC-STATE.

        CLOSE AUDIT-LOG-FILE.
        STOP RUN.

      *> One journal line to one change record (two for an edit
      *> that moved the quote to a new Q-ID):
       2000-EXTRACT-ONE-CHANGE.
            MOVE JL-BEFORE-IMAGE (1:392) TO WS-BEFORE-IMAGE.
            MOVE JL-AFTER-IMAGE (1:392) TO WS-AFTER-IMAGE.
            EVALUATE JL-ACTION
                WHEN 'ADD'
                    PERFORM 2100-WRITE-INSERT
                WHEN 'EDIT'
                    IF WS-BEFORE-IMAGE NOT = SPACES
                        AND WS-BEFORE-ID NOT = WS-AFTER-ID
                        PERFORM 2300-WRITE-DELETE
                        PERFORM 2100-WRITE-INSERT
                    ELSE
                        PERFORM 2200-WRITE-UPDATE
                    END-IF
                WHEN 'DELETE'
                    PERFORM 2300-WRITE-DELETE
                WHEN OTHER
                    ADD 1 TO WS-SKIP-COUNT
            END-EVALUATE.

       2100-WRITE-INSERT.
            PERFORM 2900-DETAIL-COMMON.
            MOVE 'I' TO CDC-CHANGE-CODE.
            MOVE WS-AFTER-IMAGE TO CDC-AFTER-IMAGE.
            WRITE CDC-DATA-RAW.
            ADD 1 TO WS-INSERT-COUNT.
            ADD 1 TO WS-DETAIL-COUNT.

       2200-WRITE-UPDATE.
            PERFORM 2900-DETAIL-COMMON.
            MOVE 'U' TO CDC-CHANGE-CODE.
            MOVE WS-AFTER-IMAGE TO CDC-AFTER-IMAGE.
            WRITE CDC-DATA-RAW.
            ADD 1 TO WS-UPDATE-COUNT.
            ADD 1 TO WS-DETAIL-COUNT.

      *> A delete carries the key and nothing else:
       2300-WRITE-DELETE.
            PERFORM 2900-DETAIL-COMMON.
            MOVE 'D' TO CDC-CHANGE-CODE.
            MOVE WS-BEFORE-ID TO CDC-AFTER-IMAGE (1:9).
            WRITE CDC-DATA-RAW.
            ADD 1 TO WS-DELETE-COUNT.
            ADD 1 TO WS-DETAIL-COUNT.

       2900-DETAIL-COMMON.
            MOVE SPACES TO CDC-DATA-RAW.
            MOVE 'D' TO CDC-REC-TYPE.
            MOVE JL-TIMESTAMP TO CDC-CHANGE-TS.
            MOVE JL-OPERATOR TO CDC-OPERATOR.

      *> A journal shorter than the extracted count means the
      *> housekeeping run cycled it since the last extract - start
      *> over from line one of the fresh journal, the same guard
      *> Q_JSHIP keeps:
       0800-CHECK-FOR-CYCLE.
            MOVE ZERO TO WS-LINE-NOW.
            MOVE 'N' TO WS-EOF.
            OPEN INPUT UPDATE-JOURNAL-FILE.
            IF WS-JOURNAL-STATUS NOT = '00'
                MOVE 'Y' TO WS-EOF
            END-IF.
            PERFORM UNTIL WS-EOF = 'Y'
                READ UPDATE-JOURNAL-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END ADD 1 TO WS-LINE-NOW
                END-READ
            END-PERFORM.
            IF WS-JOURNAL-STATUS = '00' OR WS-JOURNAL-STATUS = '10'
                CLOSE UPDATE-JOURNAL-FILE
            END-IF.
            IF WS-LINE-NOW < WS-DONE-LINES
                DISPLAY "The journal is shorter than the extracted "
                        "count - it has been cycled."
                DISPLAY "Extracting the fresh journal from line 1."
                MOVE ZERO TO WS-DONE-LINES
                MOVE "journal cycled, change extract restarts at line 1"
                    TO WS-AUDIT-MESSAGE
                MOVE 'CDCEXT' TO WS-AUDIT-ACTION
                PERFORM WRITE-AUDIT-ENTRY
            END-IF.
            MOVE WS-LINE-NOW TO WS-JOURNAL-END.
            MOVE 'N' TO WS-EOF.

       1000-READ-CDC-STATE.
            MOVE 1 TO WS-CDC-SEQ.
            MOVE ZERO TO WS-DONE-LINES.
            OPEN INPUT CDC-STATE-FILE.
            IF WS-STATE-STATUS = '00'
                READ CDC-STATE-FILE
                    AT END CONTINUE
                    NOT AT END
                        MOVE SPACES TO WS-STATE-SEQ-A
                                       WS-STATE-LINES-A
                        UNSTRING WS-STATE-RECORD DELIMITED BY '|'
                            INTO WS-STATE-SEQ-A WS-STATE-LINES-A
                        END-UNSTRING
                        IF WS-STATE-SEQ-A NUMERIC
                            MOVE WS-STATE-SEQ-A TO WS-CDC-SEQ
                        END-IF
                        IF WS-STATE-LINES-A NUMERIC
                            MOVE WS-STATE-LINES-A
                                TO WS-DONE-LINES
                        END-IF
                END-READ
                CLOSE CDC-STATE-FILE
            END-IF.

       1100-WRITE-CDC-STATE.
            OPEN OUTPUT CDC-STATE-FILE.
            MOVE SPACES TO WS-STATE-RECORD.
            STRING WS-CDC-SEQ '|' WS-DONE-LINES
                DELIMITED BY SIZE INTO WS-STATE-RECORD.
            WRITE WS-STATE-RECORD.
            CLOSE CDC-STATE-FILE.

       OPEN-AUDIT-LOG.
            OPEN EXTEND AUDIT-LOG-FILE.
            IF WS-AUDIT-STATUS NOT = '00'
                OPEN OUTPUT AUDIT-LOG-FILE
                CLOSE AUDIT-LOG-FILE
                OPEN EXTEND AUDIT-LOG-FILE
            END-IF.

       WRITE-AUDIT-ENTRY.
            MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
            MOVE SPACES TO AUDIT-LOG-RECORD.
            STRING WS-AUDIT-TIMESTAMP (1:8) '-' WS-AUDIT-TIMESTAMP (9:6)
                DELIMITED BY SIZE INTO AUDIT-TIMESTAMP.
            MOVE 'Q_CDCEXT' TO AUDIT-PROGRAM.
            MOVE WS-AUDIT-OPERATOR TO AUDIT-OPERATOR.
            MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
            MOVE WS-AUDIT-QUOTE-ID TO AUDIT-QUOTE-ID.
            MOVE WS-AUDIT-MESSAGE TO AUDIT-DETAIL.
            CALL "Q_AUDSEAL" USING WS-AUDIT-SEAL-MODE
                WS-AUDIT-SEAL-PREV AUDIT-ENTRY-BODY AUDIT-SEAL
            END-CALL.
            WRITE AUDIT-LOG-RECORD.
            MOVE SPACES TO WS-AUDIT-ACTION.
            MOVE ZERO TO WS-AUDIT-QUOTE-ID.

       COPY MM-LAYCHK-PROC.
