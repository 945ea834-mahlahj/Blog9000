       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_MGSDF02.

      *> Q_MGSDF02 - Q_MIGRATE's step for the quote file, layout SDF
      *> version 1 to version 2: the pre-category 372-byte two-key
      *> record to today's 392-byte three-key one.  The conversion
      *> is Q_UPGRADE's, as a CALLed step - read LK-FROM-PATH in the
      *> old shape, write LK-TO-PATH in the new, and hand back the
      *> counts.  Swapping, backing up and stamping are the runner's
      *> business; a step only converts.  LK-RESULT comes back:
      *>   'Y'  converted - the counts say how completely
      *>   'F'  the old file would not open
      *>   'B'  the new file could not be built

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The file in its version-1 shape:
       SELECT OLD-SDF-FILE
            ASSIGN TO WS-MG-FROM-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-Q-ID
            ALTERNATE RECORD KEY IS OLD-Q-AUTHOR WITH DUPLICATES
            FILE STATUS IS WS-OLD-STATUS.

      *> The version-2 file, built beside it:
       SELECT MM-COBOL-SDF-FILE
            ASSIGN TO WS-MG-TO-PATH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS Q-ID
            ALTERNATE RECORD KEY IS Q-AUTHOR WITH DUPLICATES
            ALTERNATE RECORD KEY IS Q-DATE-ADDED WITH DUPLICATES
            FILE STATUS IS FILE-STATUS-CODE.

       DATA DIVISION.
       FILE SECTION.
      *> Version 1 of the record, frozen here as in Q_UPGRADE:
       FD  OLD-SDF-FILE
           RECORD CONTAINS 372 CHARACTERS.
       01  OLD-DATA-RAW.
           05 OLD-Q-ID           PIC 9(9).
           05 OLD-Q-SOURCE       PIC X(50).
           05 OLD-Q-AUTHOR       PIC X(50).
           05 OLD-Q-MIGHTY-MAXIM PIC X(255).
           05 OLD-Q-DATE-ADDED   PIC X(8).

       COPY MM-SDF-RAW.

       WORKING-STORAGE SECTION.
       COPY FILE-STATUS-CODES.
       01 WS-OLD-STATUS         PIC XX VALUE '00'.
       01 WS-MG-FROM-PATH       PIC X(220) VALUE SPACES.
       01 WS-MG-TO-PATH         PIC X(220) VALUE SPACES.
       01 WS-EOF                PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LK-FROM-PATH          PIC X(220).
       01 LK-TO-PATH            PIC X(220).
       01 LK-READ-COUNT         PIC 9(9) COMP.
       01 LK-WRITTEN-COUNT      PIC 9(9) COMP.
       01 LK-RESULT             PIC X.

        PROCEDURE DIVISION USING LK-FROM-PATH LK-TO-PATH
                                 LK-READ-COUNT LK-WRITTEN-COUNT
                                 LK-RESULT.
        MOVE LK-FROM-PATH TO WS-MG-FROM-PATH.
        MOVE LK-TO-PATH TO WS-MG-TO-PATH.
        MOVE ZERO TO LK-READ-COUNT LK-WRITTEN-COUNT.
        MOVE 'N' TO WS-EOF.

        OPEN INPUT OLD-SDF-FILE.
        IF WS-OLD-STATUS NOT = '00'
            DISPLAY "Q_MGSDF02: unable to open "
                    FUNCTION TRIM(WS-MG-FROM-PATH)
                    " in the version-1 layout, status "
                    WS-OLD-STATUS "."
            MOVE 'F' TO LK-RESULT
            GOBACK
        END-IF.

        OPEN OUTPUT MM-COBOL-SDF-FILE.
        IF NOT SUCCESS
            DISPLAY "Q_MGSDF02: unable to build "
                    FUNCTION TRIM(WS-MG-TO-PATH)
                    ", status " FILE-STATUS-CODE "."
            CLOSE OLD-SDF-FILE
            MOVE 'B' TO LK-RESULT
            GOBACK
        END-IF.

        PERFORM UNTIL WS-EOF = 'Y'
            READ OLD-SDF-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-CONVERT-ONE-RECORD
            END-READ
        END-PERFORM.

        CLOSE OLD-SDF-FILE.
        CLOSE MM-COBOL-SDF-FILE.
        MOVE 'Y' TO LK-RESULT.
        GOBACK.

       1000-CONVERT-ONE-RECORD.
            ADD 1 TO LK-READ-COUNT.
            MOVE SPACES TO Q-DATA-RAW.
            MOVE OLD-Q-ID TO Q-ID.
            MOVE OLD-Q-SOURCE TO Q-SOURCE.
            MOVE OLD-Q-AUTHOR TO Q-AUTHOR.
            MOVE OLD-Q-MIGHTY-MAXIM TO Q-MIGHTY-MAXIM.
            MOVE OLD-Q-DATE-ADDED TO Q-DATE-ADDED.
            MOVE SPACES TO Q-CATEGORY.
            MOVE SPACES TO Q-ENTERED-BY.
            WRITE Q-DATA-RAW
                INVALID KEY
                    DISPLAY "Q_MGSDF02: unable to write converted "
                            "record " OLD-Q-ID ", status "
                            FILE-STATUS-CODE
                NOT INVALID KEY
                    ADD 1 TO LK-WRITTEN-COUNT
            END-WRITE.
