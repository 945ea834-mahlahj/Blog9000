      *> MM-SVCLOG-RAW.cpy
      *> Record layout for SERVICE-LOG-FILE, the request server's
      *> service log (MM_SVCLOG_PATH, default MM-SVCLOG.DAT).  One
      *> line per event, appended by Q_SERVER as it happens:
      *>   SV-KIND  S  the server started
      *>            H  heartbeat, written every SV-HEARTBEAT seconds
      *>               while the server is polling
      *>            R  a request answered
      *>            E  the server stopped cleanly (stop file or idle
      *>               limit)
      *> SV-STAMP is when the event happened - for an R line, when
      *> the RESPONSE file was written - and SV-ARRIVED when the
      *> REQUEST file was dropped in the directory, both as
      *> YYYYMMDDHHMMSS plus hundredths.  SV-ELAPSED is the
      *> hundredths of a second between the two.  SV-MATCHED is Y
      *> for a quote answered, N for NO MATCH, X when no RESPONSE
      *> could be written at all.  Q_SVCRPT reports from the log and
      *> trims it to its retention period; Q_HEALTH judges the
      *> heartbeat by its last line.
       FD  SERVICE-LOG-FILE.
       01  SV-DATA-RAW.
           05 SV-KIND            PIC X.
           05 FILLER             PIC X.
           05 SV-STAMP           PIC X(16).
           05 FILLER             PIC X.
           05 SV-ARRIVED         PIC X(16).
           05 FILLER             PIC X.
           05 SV-ELAPSED         PIC 9(7).
           05 FILLER             PIC X.
           05 SV-REQ-NUM         PIC 9(6).
           05 FILLER             PIC X.
           05 SV-TYPE            PIC X(10).
           05 FILLER             PIC X.
           05 SV-MATCHED         PIC X.
           05 FILLER             PIC X.
           05 SV-HEARTBEAT       PIC 9(5).
           05 FILLER             PIC X(11).
