      *****************************************************************
      *  MM-RVSH-RAW.cpy
      *  Record layout for REVIEW-SHEET-FILE, the register of the
      *  offline review sheets Q_REVIEW prints for reviewers who
      *  work from paper.  One record per queue entry, keyed by its
      *  P-SEQ, written when the entry's sheet is printed (a reprint
      *  replaces it under the new sheet number) and updated when
      *  the decision from the sheet is keyed back in.  RS-IMAGE is
      *  the whole pending record as printed: a decision is keyed
      *  only while the queue entry still matches it byte for byte,
      *  so an entry edited or decided on screen since its sheet was
      *  printed is refused rather than released on a stale sheet.
      *  RS-STATE is P printed and waiting, A approved or R rejected
      *  from the sheet.  The record with RS-SEQ zero is the
      *  register's control record - its RS-SHEET-NO is the last
      *  sheet number handed out.
      *****************************************************************
       FD  REVIEW-SHEET-FILE
           RECORD CONTAINS 468 CHARACTERS.
       01  RS-DATA-RAW.
           05 RS-SEQ             PIC 9(9).
           05 RS-SHEET-NO        PIC 9(6).
           05 RS-PRINTED         PIC X(15).
           05 RS-PRINTED-BY      PIC X(10).
           05 RS-STATE           PIC X.
           05 RS-DECIDED         PIC X(15).
           05 RS-DECIDED-BY      PIC X(10).
           05 RS-KEYED-BY        PIC X(10).
           05 RS-IMAGE           PIC X(392).
