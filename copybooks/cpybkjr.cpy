      * CPYBKJR - backout journal record. The nightly run appends
      * one of these for every change it makes that the night
      * backout utility (DTVALBKO) would have to undo, so a run
      * against the wrong cutoff or calendar can be taken out again
      * by run date plus job ID:
      *   V  record written to the validated feed (image)
      *   H  record parked on the warehouse (image)
      *   A  history entry added (the new entry)
      *   U  history entry refreshed - a reused ID (entry before)
      *   X  original marked reversed in history (entry before)
      *   O  disposition opened (the new disposition)
      *   P  disposition reopened (disposition before)
      *   Q  item queued for high-value review (the new entry)
      *   R  item queued again over a declined or released entry
      *      (entry before)
      * The audit trail is not journaled: it is append-only and
      * chained, and a backout adds to it rather than taking
      * anything away. BKJ-TIMESTAMP plus BKJ-ENTRY-NO order the
      * entries across a restarted night's executions, so the
      * backout can undo them newest first.
       01  BKJ-RECORD.
           05  BKJ-RUN-DATE            PIC 9(8).
           05  BKJ-JOB-ID              PIC X(8).
           05  BKJ-TIMESTAMP           PIC X(21).
           05  BKJ-ENTRY-NO            PIC 9(9).
           05  BKJ-ACTION              PIC X(1).
               88  BKJ-VALID-WRITTEN          VALUE "V".
               88  BKJ-HELD-WRITTEN           VALUE "H".
               88  BKJ-HIST-ADDED             VALUE "A".
               88  BKJ-HIST-REFRESHED         VALUE "U".
               88  BKJ-HIST-REVERSED          VALUE "X".
               88  BKJ-DISP-OPENED            VALUE "O".
               88  BKJ-DISP-REOPENED          VALUE "P".
               88  BKJ-REVW-QUEUED            VALUE "Q".
               88  BKJ-REVW-REQUEUED          VALUE "R".
           05  FILLER                  PIC X(3).
           05  BKJ-IMAGE               PIC X(240).
      * Header source ID of the batch the change was made in (spaces
      * for a headerless batch and on entries written before the
      * field existed) - the merge of a partitioned night takes a
      * validated record's source from its V entry.
           05  BKJ-SOURCE-ID           PIC X(8).
           05  FILLER                  PIC X(2).
