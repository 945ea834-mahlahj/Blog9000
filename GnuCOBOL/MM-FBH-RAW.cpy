      *****************************************************************
      *  MM-FBH-RAW.cpy
      *  Record layout for FEEDBACK-HOLD-FILE, the complaint holds.
      *  Q_FBTAKE places a hold on a quote when the reader
      *  complaints against it since its last clearance reach the
      *  MM_FB_THRESHOLD count; while the hold stands Q_LIFECHK
      *  answers 'H' and every outward channel skips the quote,
      *  exactly as for a retired one.  A reviewer clears the hold
      *  through Q_FBHOLD - the record stays, marked cleared, so a
      *  later complaint count starts from the clearance.  Named
      *  after the quote file, .FBHOLD.
      *****************************************************************
       FD  FEEDBACK-HOLD-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  FH-DATA-RAW.
           05 FH-ID              PIC 9(9).
           05 FH-STATUS          PIC X.
              88 FH-HELD                 VALUE 'H'.
              88 FH-CLEARED              VALUE 'C'.
           05 FH-HELD-TS         PIC X(15).
           05 FH-COMPLAINTS      PIC 9(3).
           05 FH-CLEARED-BY      PIC X(10).
           05 FH-CLEARED-TS      PIC X(15).
           05 FILLER             PIC X(7).
