      *  deleted quotes are moved to instead of being destroyed.  The
      *  AR- fields mirror Q-DATA-RAW in MM-SDF-RAW.cpy field for
      *  field (keep the two in step), followed by the date the
      *  delete happened and the operator who made it, so Q_ARCHIVE
      *  can restore a quote with its original Q-ID and
      *  Q-DATE-ADDED, purge by age, and keep the deleter from
      *  purging their own delete.  Entries archived before the
      *  deleter was kept carry spaces there.
      *****************************************************************
       FD  QUOTE-ARCHIVE-FILE.
       01  AR-DATA-RAW.
              10 AR-CATEGORY     PIC X(10).
              10 AR-ENTERED-BY   PIC X(10).
           05 AR-DELETED-DATE    PIC X(8).
           05 AR-DELETED-BY      PIC X(10).
