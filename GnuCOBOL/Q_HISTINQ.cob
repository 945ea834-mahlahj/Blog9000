       COPY MM-JNL-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY MM-SDF-PATH.
       01 WS-JOURNAL-PATH       PIC X(205) VALUE SPACES.
       01 WS-JOURNAL-STATUS     PIC XX VALUE '00'.
           05 WA-CATEGORY        PIC X(10).
           05 WA-ENTERED-BY      PIC X(10).
           05 FILLER             PIC X(8).
       COPY MM-LAYVER.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        STRING FUNCTION TRIM(WS-SDF-PATH) ".JNL"
            DELIMITED BY SIZE INTO WS-JOURNAL-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_HISTINQ' TO WS-LAYCHK-PROGRAM.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.

        DISPLAY "Mighty Maxims - Quote History Inquiry"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).
        DISPLAY "Quote ID:".
        ACCEPT WS-WANTED-ID FROM CONSOLE.

            IF WS-BEFORE-IMAGE = WS-AFTER-IMAGE
                DISPLAY "  (rewritten with no field changes)"
            END-IF.

       COPY MM-LAYCHK-PROC.
