       01 WS-INUSE-STATUS       PIC XX VALUE '00'.
       01 WS-INUSE-PROGRAM      PIC X(10) VALUE SPACES.
       01 WS-INUSE-TOKEN        PIC X(16) VALUE SPACES.
      *> The layout versions and check items REGISTER-SDF-OPEN uses:
       COPY MM-LAYVER.
      *> The quote file's role, checked before any update open:
       COPY MM-ROLE-WS.
