       IDENTIFICATION DIVISION.
       PROGRAM-ID. Q_REGION.

      *> Q_REGION - the one place that knows the region profiles.
      *> CALLed first thing by every program, before it reads a
      *> single path from the environment, so pointing a run at the
      *> TEST or TRAIN copy of the files is one variable, MM_REGION,
      *> instead of a dozen set by hand.
      *>
      *>   LK-REGION-NAME comes back as the active region - MM_REGION
      *>                  upper-cased, PROD when it is not set
      *>   LK-REGION-TAG  comes back "  [TEST]", for the program to
      *>                  show after its heading
      *>
      *> Every profile line for the active region (MM-REGION-
      *> PATH.cpy) is set into the environment, where the program's
      *> own ACCEPTs - and those of every subprogram and every job
      *> it starts - pick it up.  The profile is applied once per
      *> run unit.  A region other than PROD whose profile does not
      *> set MM_SDF_PATH would quietly run on the production files,
      *> so the run is stopped instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REGION-PROFILE-FILE
            ASSIGN TO WS-REGION-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REGION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGION-PROFILE-FILE.
       01  WS-PROFILE-RECORD    PIC X(300).

       WORKING-STORAGE SECTION.
       COPY MM-REGION-PATH.
       01 WS-APPLIED            PIC X VALUE 'N'.
       01 WS-EOF                PIC X VALUE 'N'.
       01 WS-ACTIVE-REGION      PIC X(8) VALUE SPACES.
       01 WS-ACTIVE-TAG         PIC X(12) VALUE SPACES.
       01 WS-LINE-REGION        PIC X(8) VALUE SPACES.
       01 WS-LINE-VARIABLE      PIC X(40) VALUE SPACES.
       01 WS-LINE-VALUE         PIC X(250) VALUE SPACES.
       01 WS-SDF-SET            PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LK-REGION-NAME        PIC X(8).
       01 LK-REGION-TAG         PIC X(12).

        PROCEDURE DIVISION USING LK-REGION-NAME LK-REGION-TAG.
        IF WS-APPLIED = 'Y'
            MOVE WS-ACTIVE-REGION TO LK-REGION-NAME
            MOVE WS-ACTIVE-TAG TO LK-REGION-TAG
            GOBACK
        END-IF.
        MOVE 'Y' TO WS-APPLIED.

        ACCEPT WS-ACTIVE-REGION FROM ENVIRONMENT "MM_REGION"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        ACCEPT WS-REGION-PATH FROM ENVIRONMENT "MM_REGION_PATH"
            ON EXCEPTION
                CONTINUE
        END-ACCEPT.
        MOVE FUNCTION UPPER-CASE(WS-ACTIVE-REGION)
            TO WS-ACTIVE-REGION.
        IF WS-ACTIVE-REGION = SPACES
            MOVE 'PROD' TO WS-ACTIVE-REGION
        END-IF.
        MOVE SPACES TO WS-ACTIVE-TAG.
        STRING "  [" FUNCTION TRIM(WS-ACTIVE-REGION) "]"
            DELIMITED BY SIZE INTO WS-ACTIVE-TAG.

        MOVE 'N' TO WS-SDF-SET.
        MOVE 'N' TO WS-EOF.
        OPEN INPUT REGION-PROFILE-FILE.
        IF WS-REGION-STATUS NOT = '00'
            MOVE 'Y' TO WS-EOF
        END-IF.
        PERFORM UNTIL WS-EOF = 'Y'
            READ REGION-PROFILE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END PERFORM 1000-APPLY-ONE-LINE
            END-READ
        END-PERFORM.
        IF WS-REGION-STATUS = '00' OR WS-REGION-STATUS = '10'
            CLOSE REGION-PROFILE-FILE
        END-IF.

        IF WS-ACTIVE-REGION NOT = 'PROD'
            AND WS-SDF-SET NOT = 'Y'
            DISPLAY "Region " FUNCTION TRIM(WS-ACTIVE-REGION)
                    " has no MM_SDF_PATH in the region profiles ("
                    FUNCTION TRIM(WS-REGION-PATH) ")."
            DISPLAY "Not running - it would use the production "
                    "files."
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF.

      *> Jobs this run starts must land in the same region:
        SET ENVIRONMENT "MM_REGION" TO WS-ACTIVE-REGION.
        MOVE WS-ACTIVE-REGION TO LK-REGION-NAME.
        MOVE WS-ACTIVE-TAG TO LK-REGION-TAG.
        GOBACK.

       1000-APPLY-ONE-LINE.
            IF WS-PROFILE-RECORD = SPACES
                OR WS-PROFILE-RECORD (1:1) = '*'
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-LINE-REGION WS-LINE-VARIABLE
                WS-LINE-VALUE.
            UNSTRING WS-PROFILE-RECORD DELIMITED BY '|'
                INTO WS-LINE-REGION WS-LINE-VARIABLE WS-LINE-VALUE
            END-UNSTRING.
            MOVE FUNCTION UPPER-CASE(WS-LINE-REGION)
                TO WS-LINE-REGION.
            IF WS-LINE-REGION NOT = WS-ACTIVE-REGION
                OR WS-LINE-VARIABLE = SPACES
                EXIT PARAGRAPH
            END-IF.
            SET ENVIRONMENT WS-LINE-VARIABLE TO WS-LINE-VALUE.
            IF WS-LINE-VARIABLE = 'MM_SDF_PATH'
                AND WS-LINE-VALUE NOT = SPACES
                MOVE 'Y' TO WS-SDF-SET
            END-IF.
