      *****************************************************************
      *  MM-SRCH-RAW.cpy
      *  Record layout for SEARCH-LOG-FILE, the append-only search
      *  log.  One line for every search a reader makes - Q_READER's
      *  author/source search, keyword mode and category filter,
      *  Q_SERVER's KEYWORD, AUTHOR and CATEGORY requests - written
      *  through Q_SRCHLOG with the term as it was asked and how
      *  many quotes it found, so what people look for and do not
      *  find leaves a trace.  Q_GAPRPT reports from it.  Named
      *  after the quote file the same way the .JNL journal is.
      *****************************************************************
      *> SL-CHANNEL is the searching program (Q_READER, Q_SERVER);
      *> SL-KIND what was searched - NAME (Q_READER's author-or-
      *> source search), AUTHOR, KEYWORD or CATEGORY; SL-OPERATOR
      *> the signed-on operator, or the program name again when the
      *> run had none (the resident server); SL-HITS the quotes the
      *> search found, zero for nothing.
       FD  SEARCH-LOG-FILE.
       01  SL-DATA-RAW.
           05 SL-TIMESTAMP       PIC X(15).
           05 FILLER             PIC X.
           05 SL-CHANNEL         PIC X(8).
           05 FILLER             PIC X.
           05 SL-KIND            PIC X(8).
           05 FILLER             PIC X.
           05 SL-OPERATOR        PIC X(10).
           05 FILLER             PIC X.
           05 SL-HITS            PIC 9(9).
           05 FILLER             PIC X.
           05 SL-TERM            PIC X(60).
