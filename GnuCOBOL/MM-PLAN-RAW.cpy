      *****************************************************************
      *  MM-PLAN-RAW.cpy
      *  Record layout for DAILY-PLAN-FILE, the forward plan of
      *  quotes of the day.  One record per planned calendar day.
      *  Q_DAILY's planning mode drafts days by running its own
      *  selection rules - rotation history, occasion calendar,
      *  publication window - forward over a date range; a curator
      *  swaps or pins days through Q_PLAN.  A pinned day is the
      *  approved plan: Q_DAILY serves it when the day comes and
      *  Q_CALPRT prints the desk calendar from it.  A drafted day
      *  is only a forecast and Q_DAILY decides it afresh.  Named
      *  after the quote file, .PLAN.
      *****************************************************************
      *> PN-HOW records where the day's quote came from - the
      *> rotation, an occasion-calendar line, or a curator's swap;
      *> PN-BY and PN-STAMP who last drafted or pinned it, and when.
       FD  DAILY-PLAN-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  PN-DATA-RAW.
           05 PN-DATE            PIC X(8).
           05 PN-ID              PIC 9(9).
           05 PN-STATUS          PIC X.
              88 PN-DRAFT                VALUE 'D'.
              88 PN-PINNED               VALUE 'P'.
           05 PN-HOW             PIC X.
              88 PN-BY-ROTATION          VALUE 'R'.
              88 PN-BY-OCCASION          VALUE 'O'.
              88 PN-BY-CURATOR           VALUE 'C'.
           05 PN-BY              PIC X(10).
           05 PN-STAMP           PIC X(15).
           05 FILLER             PIC X(6).
