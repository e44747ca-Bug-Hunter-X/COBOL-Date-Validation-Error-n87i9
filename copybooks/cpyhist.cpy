      * than the DUPDAYS retention are not purged - the run simply
      * overwrites them (same key, new processing date) when the
      * transaction ID is legitimately reused.
      * Reversals ("R" records) are validated against it as well:
      * an accepted reversal is recorded under its own ID as entry
      * type R naming the original, and the original's entry is
      * marked with the reversal's ID and processing date so it can
      * never be reversed twice. Entries written before the amount
      * was carried hold spaces there; readers test NUMERIC.
       01  HIST-RECORD.
           05  HIST-TRAN-ID            PIC X(16).
           05  HIST-ACCOUNT            PIC X(12).
           05  HIST-TRAN-TIME          PIC 9(6).
           05  HIST-PROC-DATE          PIC 9(8).
           05  FILLER                  PIC X(10).
           05  HIST-AMOUNT             PIC 9(9)V99.
           05  HIST-ENTRY-TYPE         PIC X(1).
               88  HIST-ENTRY-REVERSAL        VALUE "R".
           05  HIST-REVERSED-BY        PIC X(16).
           05  HIST-REVERSED-DATE      PIC 9(8).
           05  HIST-ORIG-TRAN-ID       PIC X(16).
           05  FILLER                  PIC X(8).
