      *****************************************************************
      *  MM-FBK-RAW.cpy
      *  Record layout for FEEDBACK-FILE, the append-only reader
      *  feedback file.  One line for every FEEDBACK.nnnnnn file the
      *  intranet widget drops in Q_SERVER's request directory - a
      *  like, a "this is wrong" attribution challenge, or an
      *  offensive-content complaint against one Q-ID - written
      *  through Q_FBTAKE so the line is laid out exactly once.
      *  Read back by Q_FBTAKE to count complaints against the hold
      *  threshold and by the weekly Q_FBRPT report.  Named after
      *  the quote file, .FEEDBACK.
      *****************************************************************
      *> FB-REF is the widget's drop file (FEEDBACK.nnnnnn) so a
      *> curator can trace a line back to what the reader sent;
      *> FB-NOTE is the reader's free text, as much as fits.
       FD  FEEDBACK-FILE.
       01  FB-DATA-RAW.
           05 FB-TIMESTAMP       PIC X(15).
           05 FILLER             PIC X.
           05 FB-TYPE            PIC X(10).
              88 FB-LIKE                 VALUE 'LIKE'.
              88 FB-CHALLENGE            VALUE 'CHALLENGE'.
              88 FB-COMPLAINT            VALUE 'COMPLAINT'.
           05 FILLER             PIC X.
           05 FB-ID              PIC 9(9).
           05 FILLER             PIC X.
           05 FB-REF             PIC X(15).
           05 FILLER             PIC X.
           05 FB-NOTE            PIC X(80).
