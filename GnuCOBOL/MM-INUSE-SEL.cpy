            ASSIGN TO WS-INUSE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INUSE-STATUS.

       COPY MM-ROLE-SEL.
