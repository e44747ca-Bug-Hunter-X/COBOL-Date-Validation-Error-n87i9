      * CPYBKLG - night backout log record. DTVALBKO appends one for
      * every action it takes (or declines to take) while backing a
      * run out, so "what did the backout of that night actually
      * do" is answered from this file:
      *   BKL-FILE    the DD the action was against
      *   BKL-ACTION  REMOVED, RESTORED, DELETED, MARKED, KEPT (left
      *               as it stands - changed since the run, see the
      *               note), STAGED, REFUSED, or DONE on the closing
      *               record
      *   BKL-KEY     the record's key, or the transaction ID
       01  BKL-RECORD.
           05  BKL-RUN-DATE            PIC 9(8).
           05  BKL-JOB-ID              PIC X(8).
           05  BKL-TIMESTAMP           PIC X(21).
           05  BKL-USER                PIC X(8).
           05  BKL-FILE                PIC X(9).
           05  BKL-ACTION              PIC X(8).
           05  BKL-KEY                 PIC X(30).
           05  BKL-NOTE                PIC X(36).
           05  FILLER                  PIC X(4).
