                STRING "the " FUNCTION TRIM(LK-FILE-LABEL) " at "
                    FUNCTION TRIM(LK-FILE-PATH)
                    " does not match its record layout - a file "
                    "from an older release needs a Q_MIGRATE run"
                    DELIMITED BY SIZE INTO WS-MESSAGE
                MOVE 'A' TO LK-DISPOSITION
      *> Layout stamp disagreements (Q_LAYCHK, by way of CHECK-FILE-
      *> LAYOUT) - the same trouble as a 39, caught before the open
      *> rather than after it:
            WHEN 'LO'
                STRING "the " FUNCTION TRIM(LK-FILE-LABEL) " at "
                    FUNCTION TRIM(LK-FILE-PATH)
                    " is in an older record layout than this "
                    "program - bring it forward with Q_MIGRATE"
                    DELIMITED BY SIZE INTO WS-MESSAGE
                MOVE 'A' TO LK-DISPOSITION
            WHEN 'LN'
                STRING "the " FUNCTION TRIM(LK-FILE-LABEL) " at "
                    FUNCTION TRIM(LK-FILE-PATH)
                    " is in a newer record layout than this "
                    "program knows - it needs rebuilding from "
                    "current source"
                    DELIMITED BY SIZE INTO WS-MESSAGE
                MOVE 'A' TO LK-DISPOSITION
            WHEN 'LX'
                STRING "the file at " FUNCTION TRIM(LK-FILE-PATH)
                    " is stamped as some other file, not the "
                    FUNCTION TRIM(LK-FILE-LABEL)
                    " - check the path settings"
                    DELIMITED BY SIZE INTO WS-MESSAGE
                MOVE 'A' TO LK-DISPOSITION
            WHEN '30'
