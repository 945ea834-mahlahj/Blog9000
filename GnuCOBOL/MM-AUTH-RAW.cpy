      *****************************************************************
      *  MM-AUTH-RAW.cpy
      *  Record layout for AUTHOR-MASTER-FILE, the author master -
      *  who the person behind a Q-AUTHOR actually was.  One record
      *  per canonical name, exactly as Q_ALIAS resolves it, so
      *  "Twain, Mark" and "M. Twain" both land on the one
      *  "Mark Twain" record.  Q_AUTHMNT maintains it; the Q_AUTHGET
      *  subprogram reads it for the "who said it" line under each
      *  quote in Q_READER, Q_PRINT and Q_NEWS, and Q_SRCMNT reads
      *  the death year for its probable-public-domain report.
      *****************************************************************
      *> Years are four digits or spaces - spaces in AU-DIED means
      *> living or not known, and never counts toward public domain:
       FD  AUTHOR-MASTER-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  AU-DATA-RAW.
           05 AU-NAME            PIC X(50).
           05 AU-BORN            PIC X(4).
           05 AU-DIED            PIC X(4).
           05 AU-NATIONALITY     PIC X(20).
           05 AU-OCCUPATION      PIC X(30).
           05 AU-BIO-LINE-1      PIC X(70).
           05 AU-BIO-LINE-2      PIC X(70).
           05 FILLER             PIC XX.
