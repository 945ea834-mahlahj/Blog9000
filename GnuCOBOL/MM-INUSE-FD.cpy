      *> token pairing a CLOSE with its OPEN.
       FD  SDF-INUSE-FILE.
       01  WS-INUSE-RECORD        PIC X(60).

       COPY MM-ROLE-FD.
