      *  can replay the day's edits forward over the last backup.
      *  The image fields are X(400) - wider than Q-DATA-RAW - so
      *  the layout survives the record growing without the journal
      *  changing shape.  JL-TEXT-CHANGED is 'Y' on an EDIT that
      *  changed the English text itself - Q-MIGHTY-MAXIM or its
      *  overflow continuation - rather than only the author, source
      *  or category, so the translations of it can be judged stale.
      *  JL-RUN-ID stamps every entry one bulk run made - Q_WRITER's
      *  bulk import, a Q_BACKOUT run - with the timestamp the run
      *  started, so Q_BACKOUT can pick out the whole run again.
      *  Entries made one at a time, and older entries, carry spaces.
      *****************************************************************
       FD  UPDATE-JOURNAL-FILE.
       01  JL-DATA-RAW.
           05 JL-BEFORE-IMAGE    PIC X(400).
           05 FILLER             PIC X.
           05 JL-AFTER-IMAGE     PIC X(400).
           05 FILLER             PIC X.
           05 JL-TEXT-CHANGED    PIC X.
           05 FILLER             PIC X.
           05 JL-RUN-ID          PIC X(15).
