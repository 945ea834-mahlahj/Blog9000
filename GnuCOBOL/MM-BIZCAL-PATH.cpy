      *> MM-BIZCAL-PATH.cpy
      *> Default location of the shop business-day calendar,
      *> overridden at run time by setting the MM_BIZCAL_PATH
      *> environment variable (same convention as MM-SDF-PATH.cpy
      *> for the quote file).  One entry per line, *-comments and
      *> blank lines allowed:
      *>   W|YYYYYNN                 the working week, Monday first,
      *>                             Y = a working day (default
      *>                             Monday to Friday)
      *>   H|yyyymmdd|name           a public holiday - not a
      *>                             business day
      *>   B|yyyymmdd|name           an extra working day on a day
      *>                             the week pattern has off
      *>   F|yyyymmdd|yyyymmdd|name  a freeze period, first to last
      *>                             day inclusive - business days
      *>                             still count, but nothing is
      *>                             cycled or purged
      *> Maintained with Q_BIZMNT; every question about it (is this
      *> a business day, the next or previous one, how many lie
      *> between two dates, is this a freeze) goes through the
      *> Q_BIZDAY subprogram.
       01  WS-BIZCAL-PATH        PIC X(200) VALUE
               '/home/profnagy/Desktop/cobol/MM-BIZCAL.DAT'.
       01  WS-BIZCAL-STATUS      PIC XX VALUE '00'.
