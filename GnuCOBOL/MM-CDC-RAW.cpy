      *****************************************************************
      *  MM-CDC-RAW.cpy
      *  Record layout for CDC-EXTRACT-FILE, the change-data-capture
      *  extract Q_CDCEXT writes for the data warehouse from
      *  UPDATE-JOURNAL-FILE.  Fixed 420-byte records, no line
      *  ends: one header, one detail per journaled change, one
      *  trailer.
      *
      *  Detail: CDC-CHANGE-CODE I insert, U update, D delete;
      *  CDC-AFTER-IMAGE is the record after the change in the
      *  Q-DATA-RAW layout (MM-SDF-RAW.cpy) - for a delete only the
      *  key, Q-ID, in the first 9 bytes and the rest spaces.
      *  Header: the extract number and the journal lines it
      *  covers.  Trailer: the count of each change type and the
      *  detail total, for the warehouse to reconcile against.
      *****************************************************************
       FD  CDC-EXTRACT-FILE
           RECORD CONTAINS 420 CHARACTERS.
       01  CDC-DATA-RAW.
           05 CDC-REC-TYPE        PIC X.
           05 CDC-CHANGE-CODE     PIC X.
           05 CDC-CHANGE-TS       PIC X(15).
           05 CDC-OPERATOR        PIC X(10).
           05 CDC-AFTER-IMAGE     PIC X(392).
           05 FILLER              PIC X.
       01  CDC-HEADER-RAW.
           05 CDC-H-REC-TYPE      PIC X.
           05 CDC-H-EXTRACT-NO    PIC 9(6).
           05 CDC-H-CREATED       PIC X(15).
           05 CDC-H-FROM-LINE     PIC 9(9).
           05 CDC-H-TO-LINE       PIC 9(9).
           05 FILLER              PIC X(380).
       01  CDC-TRAILER-RAW.
           05 CDC-T-REC-TYPE      PIC X.
           05 CDC-T-INSERTS       PIC 9(9).
           05 CDC-T-UPDATES       PIC 9(9).
           05 CDC-T-DELETES       PIC 9(9).
           05 CDC-T-TOTAL         PIC 9(9).
           05 FILLER              PIC X(383).
