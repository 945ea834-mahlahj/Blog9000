      *> inside its publication window today?".  CALLed by every
      *> program that serves quotes outward (Q_READER, Q_DAILY,
      *> Q_EXPORT, Q_PRINT, Q_SUBSCR) so the go-live/retire test is
      *> written exactly once.  A quote held on reader complaints
      *> (the .FBHOLD file Q_FBTAKE keeps) is off the channels the
      *> same way until a reviewer clears it.
      *>
      *>   LK-ID    the quote's Q-ID
      *>   LK-DATE  the serving date, YYYYMMDD (normally today)
      *>   LK-RESULT comes back:
      *>     'Y'  no window on file, or the date is inside it
      *>     'N'  before the go-live date or past the retire date
      *>     'H'  inside its window but held on reader complaints
      *>
      *> A site that has never dated a quote has no .LIFE file at
      *> all and every quote comes back 'Y', exactly as before;
      *> likewise a site with no .FBHOLD file has no holds.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            RECORD KEY IS LF-ID
            FILE STATUS IS WS-LIFE-STATUS.

       SELECT FEEDBACK-HOLD-FILE
            ASSIGN TO WS-FBH-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FH-ID
            FILE STATUS IS WS-FBH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY MM-LIFE-RAW.
       COPY MM-FBH-RAW.

       WORKING-STORAGE SECTION.
       COPY MM-SDF-PATH.
       01 WS-LIFE-STATUS        PIC XX VALUE '00'.
       01 WS-OPENED             PIC X VALUE 'N'.
       01 WS-LIFE-AVAILABLE     PIC X VALUE 'N'.
       01 WS-FBH-PATH           PIC X(205) VALUE SPACES.
       01 WS-FBH-STATUS         PIC XX VALUE '00'.
       01 WS-FBH-AVAILABLE      PIC X VALUE 'N'.
       COPY MM-LAYVER.

       LINKAGE SECTION.
       01 LK-ID                 PIC 9(9).
                    END-IF
            END-READ
        END-IF.
        IF LK-RESULT = 'Y' AND WS-FBH-AVAILABLE = 'Y'
            MOVE LK-ID TO FH-ID
            READ FEEDBACK-HOLD-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF FH-HELD
                        MOVE 'H' TO LK-RESULT
                    END-IF
            END-READ
        END-IF.

        GOBACK.

      *> The lifecycle file rides next to the quote file, named
      *> after it the same way the .OVF overflow file is.  Opened
      *> once per run unit, INPUT only - this subprogram never
      *> writes a window.  The hold file beside it likewise:
       1000-OPEN-LIFECYCLE.
            ACCEPT WS-SDF-PATH FROM ENVIRONMENT "MM_SDF_PATH"
                ON EXCEPTION
            END-ACCEPT.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".LIFE"
                DELIMITED BY SIZE INTO WS-LIFE-PATH.
      *> Stop before touching a file in a record layout this
      *> program was not built for (MM-LAYCHK-PROC.cpy):
            MOVE 'Q_LIFECHK' TO WS-LAYCHK-PROGRAM.
            MOVE 'LIFE' TO WS-LAYCHK-CODE.
            MOVE WS-LIFE-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN INPUT LIFECYCLE-FILE.
            IF WS-LIFE-STATUS = '00'
                MOVE 'Y' TO WS-LIFE-AVAILABLE
            ELSE
                MOVE 'N' TO WS-LIFE-AVAILABLE
            END-IF.
            STRING FUNCTION TRIM(WS-SDF-PATH) ".FBHOLD"
                DELIMITED BY SIZE INTO WS-FBH-PATH.
            MOVE 'FBH' TO WS-LAYCHK-CODE.
            MOVE WS-FBH-PATH TO WS-LAYCHK-PATH.
            PERFORM CHECK-FILE-LAYOUT.
            OPEN INPUT FEEDBACK-HOLD-FILE.
            IF WS-FBH-STATUS = '00'
                MOVE 'Y' TO WS-FBH-AVAILABLE
            ELSE
                MOVE 'N' TO WS-FBH-AVAILABLE
            END-IF.

       COPY MM-LAYCHK-PROC.
