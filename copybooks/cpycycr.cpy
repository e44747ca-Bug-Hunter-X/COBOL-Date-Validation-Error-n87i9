           05  CYC-JOB-ID              PIC X(8).
           05  CYC-RECS-WRITTEN        PIC 9(9).
           05  CYC-TIMESTAMP           PIC X(21).
      * B once the night backout utility (DTVALBKO) has backed the
      * execution out: its validated records are gone, settlement
      * must not load it, and the reconciliations skip it.
           05  CYC-BACKOUT-SW          PIC X(1).
               88  CYC-BACKED-OUT             VALUE "B".
           05  FILLER                  PIC X(33).
