       COPY AUDIT-LOG.

       WORKING-STORAGE SECTION.
       COPY MM-REGION-WS.
       COPY FILE-STATUS-CODES.
       COPY MM-SDF-PATH.
       COPY MM-INUSE-WS.
       01 WS-FALLBACK           PIC X VALUE 'N'.

        PROCEDURE DIVISION.
        CALL "Q_REGION" USING WS-REGION-NAME WS-REGION-TAG
        END-CALL.
        ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
            ON EXCEPTION
                CONTINUE
        STRING FUNCTION TRIM(WS-SDF-PATH) ".INUSE"
            DELIMITED BY SIZE INTO WS-INUSE-PATH.
        MOVE 'Q_KWBUILD' TO WS-INUSE-PROGRAM.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
        MOVE 'Q_KWBUILD' TO WS-LAYCHK-PROGRAM.
        MOVE 'KWX' TO WS-LAYCHK-CODE.
        MOVE WS-KWX-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
        MOVE 'JNL' TO WS-LAYCHK-CODE.
        MOVE WS-JOURNAL-PATH TO WS-LAYCHK-PATH.
        PERFORM CHECK-FILE-LAYOUT.
      *> MM_KWX_MODE=I asks for the incremental pass; anything else
      *> (and every fallback below) is the full rebuild, exactly as
      *> before:
        END-IF.
        PERFORM OPEN-AUDIT-LOG.

        DISPLAY "Mighty Maxims - Keyword Index Build"
                FUNCTION TRIM(WS-REGION-TAG TRAILING).

        IF WS-BUILD-MODE = 'I'
            PERFORM 5000-TRY-INCREMENTAL
