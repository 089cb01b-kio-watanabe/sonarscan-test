                                        VALUE 'DUP SKIPPED:     '.
           05  RT9-DUP-SKIPPED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-RPT-TRAILER-LINE10.
           05  RT10-CTL                PIC X      VALUE ' '.
           05  FILLER                  PIC X(18)
                                        VALUE 'DETAIL HELD:     '.
           05  RT10-DETAIL-HELD        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.
