      *****************************************************************
      *  MM-ROY-RAW.cpy
      *  Record layout for ROYALTY-RATE-FILE, the royalty terms of
      *  each licensed source.  Kept beside the source master and
      *  named after it (.ROYRATE) rather than widening SRC-DATA-RAW,
      *  keyed by the same canonical title.  Q_SRCMNT maintains it;
      *  Q_ROYALTY prices the month's publication-ledger uses with
      *  it.  A licensed source with no rate on file still shows on
      *  its publisher's statement, flagged, at no charge.
      *****************************************************************
      *> RY-BASIS:
      *>   'U'  per use - RY-RATE for every outward use in the month
      *>   'M'  per period - RY-RATE once for each month the license
      *>        is in force, however often the quotes go out
       FD  ROYALTY-RATE-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  RY-DATA-RAW.
           05 RY-TITLE           PIC X(50).
           05 RY-BASIS           PIC X.
              88 RY-PER-USE              VALUE 'U'.
              88 RY-PER-MONTH            VALUE 'M'.
           05 RY-RATE            PIC 9(5)V99.
           05 RY-SET-DATE        PIC X(8).
           05 FILLER             PIC X(4).
