      *>      SEQFIX DRILL BAKVFY and the master-file maintenance
      *>      actions
      *>   R  APPROVE REJECT REVIEW VERIFY DISPUTE
      *>   L  HOLDREL - releasing a legal hold.  Placing one
      *>      (HOLDADD) takes M or L and is counted under M.
      *>   T  leaves no action of its own - a trusted add audits as
      *>      a plain ADD - so it is reported as granted but not
      *>      separately measurable.
       01  WS-REPORT-LINE       PIC X(100).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-RPTREG-WS.
       COPY MM-USER-PATH.
       COPY AUDIT-LOG-PATH.
       01 WS-REPORT-PATH        PIC X(210) VALUE SPACES.
       01 WS-IDLE-COUNT         PIC 9(3) COMP VALUE ZERO.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-USER-PATH FROM ENVIRONMENT "MM_USER_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-AUDIT-PATH) ".RECERT"
            DELIMITED BY SIZE INTO WS-REPORT-PATH.

        DISPLAY "Mighty Maxims - Access Recertification Report"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "From date (YYYYMMDD):".
        ACCEPT WS-FROM-DATE FROM CONSOLE.
        DISPLAY "To date (YYYYMMDD):".
                WHEN 'USRSUS'
                WHEN 'BLKADD'
                WHEN 'BLKDEL'
                WHEN 'DISTADD'
                WHEN 'DISTDEL'
                WHEN 'HOLDADD'
                    MOVE 'M' TO WS-ACTION-LETTER
                WHEN 'HOLDREL'
                    MOVE 'L' TO WS-ACTION-LETTER
                WHEN OTHER
                    MOVE SPACE TO WS-ACTION-LETTER
            END-EVALUATE.
            MOVE SPACES TO WS-REPORT-LINE.
            STRING "Access recertification " WS-FROM-DATE
                " through " WS-TO-DATE
                FUNCTION TRIM(WS-REGION-TAG TRAILING)
                DELIMITED BY SIZE INTO WS-REPORT-LINE.
            PERFORM 9000-EMIT-LINE.
            MOVE SPACES TO WS-REPORT-LINE.
            MOVE " separately measurable)" TO WS-REPORT-LINE.
            PERFORM 9000-EMIT-LINE.
            CLOSE RECERT-REPORT-FILE.
            MOVE 'RECERT' TO WS-RPTREG-NAME.
            MOVE 'Q_RECERT' TO WS-RPTREG-PROGRAM.
            MOVE WS-REPORT-PATH TO WS-RPTREG-PATH.
            CALL "Q_RPTREG" USING WS-RPTREG-NAME WS-RPTREG-PROGRAM
                WS-RPTREG-PATH WS-RPTREG-RESULT
            END-CALL.
            DISPLAY "Report written to " WS-REPORT-PATH.

       3100-REPORT-ONE-OPERATOR.
