      * restart and purge their checkpoints.
           05  CKPT-RUN-STATUS         PIC X(1).
               88  CKPT-RUN-COMPLETE          VALUE "C".
      * CKPT-PARTITION is the partition number (1-4) on a checkpoint
      * written by one partition of a partitioned night (DTVALSPL,
      * DTVALMRG), so a restart resumes from its own partition's
      * checkpoints only and the merge can see each partition
      * completed. Space on an unpartitioned run's records and on
      * records written before the field existed.
           05  CKPT-PARTITION          PIC X(1).
      * CKPT-BATCH-COUNTS is where the batch in flight stood at the
      * checkpoint: its reject, held and queued counts and an image
      * of its per-source statistics counters (DTVAL100's
      * WS-STAT-WORK). The restart skips the records already
      * processed without editing them again, so it takes these
      * back instead and the batch's statistics record still covers
      * the whole batch. Spaces on records written before the field
      * existed, which restore nothing.
           05  CKPT-BATCH-COUNTS.
               10  CKPT-BATCH-REJ-COUNT    PIC 9(9).
               10  CKPT-BATCH-HELD-COUNT   PIC 9(9).
               10  CKPT-BATCH-QUEUED-COUNT PIC 9(9).
               10  CKPT-STAT-IMAGE         PIC X(207).
           05  FILLER                  PIC X(12).
