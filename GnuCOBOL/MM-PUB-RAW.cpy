      *****************************************************************
      *  MM-PUB-RAW.cpy
      *  Record layout for PUBLICATION-LOG-FILE, the append-only
      *  publication ledger.  One line for every quote that leaves
      *  the building - each record shipped by Q_EXPORT, each feed
      *  Q_SUBSCR writes, each quote on a Q_PRINT run or a Q_NEWS
      *  page, each Q_SERVER response, each day on a Q_CALPRT desk
      *  calendar - written through Q_PUBLOG with the source title
      *  as it stood at the time, so the royalty run can count a
      *  licensed source's uses even after the quote has been
      *  edited or deleted.  Named after the quote file the same
      *  way the .JNL journal is.
      *****************************************************************
      *> PL-CHANNEL is the delivering program (Q_EXPORT, Q_SUBSCR,
      *> Q_PRINT, Q_NEWS, Q_SERVER, Q_DAILY, Q_CALPRT); PL-DEST the
      *> file it wrote (for Q_DAILY, the .ROTATION file the pick is
      *> kept in); PL-OPERATOR the signed-on operator, or the
      *> program name again when the run had no operator (a
      *> scheduled job).
       FD  PUBLICATION-LOG-FILE.
       01  PL-DATA-RAW.
           05 PL-TIMESTAMP       PIC X(15).
           05 FILLER             PIC X.
           05 PL-CHANNEL         PIC X(8).
           05 FILLER             PIC X.
           05 PL-ID              PIC 9(9).
           05 FILLER             PIC X.
           05 PL-OPERATOR        PIC X(10).
           05 FILLER             PIC X.
           05 PL-SOURCE          PIC X(50).
           05 FILLER             PIC X.
           05 PL-DEST            PIC X(200).
