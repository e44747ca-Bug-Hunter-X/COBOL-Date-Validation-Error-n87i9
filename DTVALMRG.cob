       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVALMRG.

      * Merge-and-balance for a partitioned night. DTVALSPL splits
      * the night's transaction file by header source ID and each
      * partition is validated by its own DTVAL100 execution
      * (jcl/DTVALPRT.jcl) under the night's RUNJOBID, writing its
      * validated, held, audit, journal, cycle, checkpoint and
      * control-total output to datasets of its own. This puts the
      * night back together, so settlement, the repair team, the
      * handoff reconciliation (DTVAL700), the balancing step
      * (DTVAL800), the return step (DTVAL150) and the night backout
      * (DTVALBKO) all see one night under the one job ID:
      *   - the partitions' validated and held records are appended
      *     to VALIDFILE and HELDFILE, partition 1 first;
      *   - their audit records are appended to AUDITFILE in time
      *     order across the partitions, each given the next
      *     sequence number on the trail and its chain value
      *     recomputed (DTVALCHN);
      *   - their backout journal entries are appended to BKJFILE;
      *   - one DTVAL100 control-total record and one cycle control
      *     record are written for the night, and a completion
      *     checkpoint on CKPTFILE;
      *   - the feed arrival check the partitions leave alone (each
      *     sees only its own feeds) is made here, against the
      *     sources whose statistics the partitions wrote.
      * Cross-partition duplicates. Each partition checks the
      * shared history file as it goes, but two partitions can
      * accept the same transaction ID in the same minutes - a
      * block sent in two different feeds - before either has
      * recorded it. Every transaction ID on the partitions'
      * validated output is sorted here: the first occurrence, in
      * partition order, stands; every later one is dropped from
      * the validated feed and rejected as a duplicate (reason 50)
      * exactly as a single run would have - audit record, open
      * disposition, its source's statistics moved from passed to
      * rejected, the control totals adjusted - and the history
      * entry is put back as the standing occurrence wrote it. The
      * dropped record's source comes off its journal entry
      * (BKJ-SOURCE-ID).
      * Refused, before anything is written, when:
      *   - there is no split for the job ID on CTLFILE, or the
      *     night has already been merged;
      *   - any partition has not completed (its last checkpoint is
      *     not a completion record - resubmit that partition);
      *   - any partition read a different number of records than
      *     the split gave it;
      *   - a partition's audit trail does not chain;
      *   - more cross-partition duplicates than the table holds
      *     (a whole feed sent twice - operations decide).
      * Job ID off the EXEC PARM, the night's RUNJOBID.
      * Condition codes:
      *    0 merged
      *    4 merged, with items to follow up in the log (a write
      *      that failed, a dropped duplicate whose statistics could
      *      not be adjusted, partitions on different run dates)
      *   12 a required file would not open - nothing written
      *   16 refused - nothing written
      *   28 merged; feed arrival failure (audit reasons 60/61), as
      *      DTVAL100 raises it for an unpartitioned night

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT PCTL-FILE ASSIGN TO PARTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT PCYC-FILE ASSIGN TO PARTCYC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCYC-STATUS.

           SELECT PCKPT-FILE ASSIGN TO PARTCKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCKPT-STATUS.

           SELECT PVALID-FILE ASSIGN TO PARTVAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PVALID-STATUS.

           SELECT PHELD-FILE ASSIGN TO PARTHELD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHELD-STATUS.

           SELECT PAUDIT-FILE ASSIGN TO PARTAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAUDIT-STATUS.

           SELECT PBKJ-FILE ASSIGN TO PARTBKJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PBKJ-STATUS.

           SELECT VALID-FILE ASSIGN TO VALIDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT HELD-FILE ASSIGN TO HELDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BKJ-FILE ASSIGN TO BKJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKJ-STATUS.

           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT CKPT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT HIST-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-TRAN-ID
               FILE STATUS IS WS-HIST-STATUS.

           SELECT DISP-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.

           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-STATUS.

           SELECT EXP-FILE ASSIGN TO EXPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXP-SOURCE-ID
               FILE STATUS IS WS-EXP-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

           SELECT AUD-SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE IS F.
       01  CTL-IO-RECORD               PIC X(100).

       FD  PCTL-FILE
           RECORDING MODE IS F.
       01  PCTL-RECORD                 PIC X(100).

       FD  PCYC-FILE
           RECORDING MODE IS F.
       01  PCYC-RECORD                 PIC X(80).

       FD  PCKPT-FILE
           RECORDING MODE IS F.
       01  PCKPT-RECORD                PIC X(300).

       FD  PVALID-FILE
           RECORDING MODE IS F.
       01  PVALID-RECORD               PIC X(80).

       FD  PHELD-FILE
           RECORDING MODE IS F.
       01  PHELD-RECORD                PIC X(80).

       FD  PAUDIT-FILE
           RECORDING MODE IS F.
       01  PAUDIT-RECORD               PIC X(240).

       FD  PBKJ-FILE
           RECORDING MODE IS F.
       01  PBKJ-RECORD                 PIC X(300).

       FD  VALID-FILE
           RECORDING MODE IS F.
       01  VALID-RECORD                PIC X(80).

       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-RECORD                 PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-OUT-RECORD            PIC X(240).

       FD  BKJ-FILE
           RECORDING MODE IS F.
       01  BKJ-OUT-RECORD              PIC X(300).

       FD  CYC-FILE
           RECORDING MODE IS F.
       01  CYC-OUT-RECORD              PIC X(80).

       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-OUT-RECORD             PIC X(300).

       FD  HIST-FILE.
           COPY "cpyhist.cpy".

       FD  DISP-FILE.
           COPY "cpydispr.cpy".

       FD  STAT-FILE.
           COPY "cpystat.cpy".

       FD  EXP-FILE.
           COPY "cpyexpr.cpy".

      * One accepted transaction off the partitions' validated
      * output, by transaction ID; the position is the record's
      * place in the partitions' output taken in partition order.
       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-TRAN-ID             PIC X(16).
           05  SRT-POS                 PIC 9(9).
           05  SRT-IMAGE               PIC X(80).

      * One partition audit record, for the merge into time order;
      * the chain number is the record's partition trail in
      * partition order.
       SD  AUD-SORT-FILE.
       01  ASRT-RECORD.
           05  ASRT-TIMESTAMP          PIC X(21).
           05  ASRT-CHAIN-NO           PIC 9(3).
           05  ASRT-SEQ-NO             PIC 9(9).
           05  ASRT-IMAGE              PIC X(240).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CTL-STATUS       PIC X(2).
               88  WS-CTL-OK              VALUE "00".
               88  WS-CTL-EOF             VALUE "10".
           05  WS-PCTL-STATUS      PIC X(2).
               88  WS-PCTL-OK             VALUE "00".
               88  WS-PCTL-EOF            VALUE "10".
           05  WS-PCYC-STATUS      PIC X(2).
               88  WS-PCYC-OK             VALUE "00".
               88  WS-PCYC-EOF            VALUE "10".
           05  WS-PCKPT-STATUS     PIC X(2).
               88  WS-PCKPT-OK            VALUE "00".
               88  WS-PCKPT-EOF           VALUE "10".
           05  WS-PVALID-STATUS    PIC X(2).
               88  WS-PVALID-OK           VALUE "00".
               88  WS-PVALID-EOF          VALUE "10".
           05  WS-PHELD-STATUS     PIC X(2).
               88  WS-PHELD-OK            VALUE "00".
               88  WS-PHELD-EOF           VALUE "10".
           05  WS-PAUDIT-STATUS    PIC X(2).
               88  WS-PAUDIT-OK           VALUE "00".
               88  WS-PAUDIT-EOF          VALUE "10".
           05  WS-PBKJ-STATUS      PIC X(2).
               88  WS-PBKJ-OK             VALUE "00".
               88  WS-PBKJ-EOF            VALUE "10".
           05  WS-VALID-STATUS     PIC X(2).
               88  WS-VALID-OK            VALUE "00".
           05  WS-HELD-STATUS      PIC X(2).
               88  WS-HELD-OK             VALUE "00".
           05  WS-AUDIT-STATUS     PIC X(2).
               88  WS-AUDIT-OK            VALUE "00".
           05  WS-BKJ-STATUS       PIC X(2).
               88  WS-BKJ-OK              VALUE "00".
           05  WS-CYC-STATUS       PIC X(2).
               88  WS-CYC-OK              VALUE "00".
           05  WS-CKPT-STATUS      PIC X(2).
               88  WS-CKPT-OK             VALUE "00".
           05  WS-HIST-STATUS      PIC X(2).
               88  WS-HIST-OK             VALUE "00".
           05  WS-DISP-STATUS      PIC X(2).
               88  WS-DISP-OK             VALUE "00".
           05  WS-STAT-STATUS      PIC X(2).
               88  WS-STAT-OK             VALUE "00".
               88  WS-STAT-EOF            VALUE "10".
           05  WS-EXP-STATUS       PIC X(2).
               88  WS-EXP-OK              VALUE "00".
               88  WS-EXP-EOF             VALUE "10".
           05  WS-SORT-EOF-SW      PIC X(1) VALUE "N".
               88  WS-SORT-EOF            VALUE "Y".
           05  WS-AUD-SORT-EOF-SW  PIC X(1) VALUE "N".
               88  WS-AUD-SORT-EOF        VALUE "Y".
           05  WS-HIST-OPENED-SW   PIC X(1) VALUE "N".
               88  WS-HIST-OPENED         VALUE "Y".
           05  WS-DISP-OPENED-SW   PIC X(1) VALUE "N".
               88  WS-DISP-OPENED         VALUE "Y".
           05  WS-STAT-OPENED-SW   PIC X(1) VALUE "N".
               88  WS-STAT-OPENED         VALUE "Y".
           05  WS-REFUSED-SW       PIC X(1) VALUE "N".
               88  WS-MERGE-REFUSED       VALUE "Y".
           05  WS-MERGED-SW        PIC X(1) VALUE "N".
               88  WS-ALREADY-MERGED      VALUE "Y".
           05  WS-ARRIVAL-SW       PIC X(1) VALUE "N".
               88  WS-ARRIVAL-FAILED      VALUE "Y".
           05  WS-JRN-STEP-SW      PIC X(1) VALUE "Y".
               88  WS-JRN-IN-STEP         VALUE "Y".
               88  WS-JRN-OUT-OF-STEP     VALUE "N".
           05  WS-JRN-ENTRY-SW     PIC X(1).
               88  WS-JRN-ENTRY-FOUND     VALUE "Y".
               88  WS-JRN-ENTRY-MISSING   VALUE "N".
           05  WS-DMT-PLACED-SW    PIC X(1).
               88  WS-DMT-PLACED          VALUE "Y".
           05  WS-DMT-OVERFLOW-SW  PIC X(1) VALUE "N".
               88  WS-DMT-OVERFLOW        VALUE "Y".
           05  WS-DMT-DROP-SW      PIC X(1).
               88  WS-DMT-DROP            VALUE "Y".
           05  WS-DATE-SET-SW      PIC X(1) VALUE "N".
               88  WS-NIGHT-DATE-SET      VALUE "Y".

       01  WS-RC-FOLLOW-UP             PIC 9(2) VALUE 4.
       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
       01  WS-RC-REFUSED               PIC 9(2) VALUE 16.
       01  WS-RC-ARRIVAL               PIC 9(2) VALUE 28.

       01  WS-OPERATOR-AREA.
           05  WS-JOB-ID               PIC X(8).
           05  WS-MERGE-OPERATOR       PIC X(8) VALUE "DTVALMRG".

       01  WS-PARM-JOBID-LEN           PIC 9(4).

       01  WS-AREA.
           05  WS-CURRENT-DATE-AREA.
               10  WS-CURRENT-DATE PIC 9(8).
               10  FILLER          PIC X(13).
           05  WS-NIGHT-DATE           PIC 9(8) VALUE 0.
           05  WS-REFUSE-NOTE          PIC X(40).
           05  WS-FOLLOW-UPS           PIC 9(9) VALUE 0.

      * Work copies of the record layouts; the sequential files are
      * read into and written from them.
           COPY "cpyctlr.cpy".
           COPY "cpycycr.cpy".
           COPY "cpyckpt.cpy".
           COPY "cpyaudrc.cpy".
           COPY "cpybkjr.cpy".
           COPY "cpytranr.cpy".

       COPY "cpychnl.cpy".

      * Per partition: what the split gave it, and how its last
      * checkpoint stands.
       01  WS-PART-LIMITS.
           05  WS-PART-MAX             PIC 9(1) VALUE 4.
           05  WS-PART-IX              PIC 9(1).
           05  WS-PART-NUM             PIC 9(1).
           05  WS-PART-SPLIT-SEEN      PIC 9(1) VALUE 0.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 4 TIMES.
               10  WS-SPL-SEEN-SW      PIC X(1).
                   88  WS-SPL-SEEN            VALUE "Y".
               10  WS-SPL-RECORDS      PIC 9(9).
               10  WS-PCK-SEEN-SW      PIC X(1).
                   88  WS-PCK-SEEN            VALUE "Y".
               10  WS-PCK-STATUS       PIC X(1).
                   88  WS-PCK-COMPLETE        VALUE "C".
               10  WS-PCK-RECORDS      PIC 9(9).

      * The partitions' DTVAL100 control totals summed over their
      * executions, and the night's records as merged.
       01  WS-NIGHT-TOTALS.
           05  WS-PCTL-RECORDS         PIC 9(5) VALUE 0.
           05  WS-TOT-RECS-IN          PIC 9(9) VALUE 0.
           05  WS-TOT-RECS-OUT         PIC 9(9) VALUE 0.
           05  WS-TOT-REJECTED         PIC 9(9) VALUE 0.
           05  WS-TOT-HELD             PIC 9(9) VALUE 0.
           05  WS-TOT-QUEUED           PIC 9(9) VALUE 0.
           05  WS-TOT-CYC-WRITTEN      PIC 9(9) VALUE 0.
           05  WS-TOT-SPLIT            PIC 9(9) VALUE 0.
           05  WS-VALID-READ           PIC 9(9) VALUE 0.
           05  WS-VALID-WRITTEN        PIC 9(9) VALUE 0.
           05  WS-HELD-WRITTEN         PIC 9(9) VALUE 0.
           05  WS-AUDIT-READ           PIC 9(9) VALUE 0.
           05  WS-AUDIT-WRITTEN        PIC 9(9) VALUE 0.
           05  WS-JRN-READ             PIC 9(9) VALUE 0.
           05  WS-JRN-WRITTEN          PIC 9(9) VALUE 0.
           05  WS-DEMOTED              PIC 9(9) VALUE 0.
           05  WS-HIST-REALIGNED       PIC 9(9) VALUE 0.

      * Partition audit trail verification: each partition's trail
      * starts at sequence 1 and chains from zero.
       01  WS-VERIFY-WORK.
           05  WS-VFY-PREV-SEQ         PIC 9(9).
           05  WS-VFY-PREV-CHAIN       PIC 9(10).
           05  WS-VFY-STORED-CHAIN     PIC 9(10).
           05  WS-VFY-CHAINS           PIC 9(3) VALUE 0.
           05  WS-VFY-BREAKS           PIC 9(9) VALUE 0.
           05  WS-AUD-CHAIN-NO         PIC 9(3) VALUE 0.

      * Cross-partition duplicates to drop, in position order so the
      * validated records can be walked against them, each with the
      * image of the occurrence that stands.
       01  WS-DMT-LIMITS.
           05  WS-DMT-MAX              PIC 9(4) COMP VALUE 500.
           05  WS-DMT-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-DMT-IX               PIC 9(4) COMP.
           05  WS-DMT-PREV-IX          PIC 9(4) COMP.
           05  WS-DMT-NEXT             PIC 9(4) COMP VALUE 1.
       01  WS-DMT-TABLE.
           05  WS-DMT-ENTRY OCCURS 500 TIMES.
               10  WS-DMT-POS          PIC 9(9).
               10  WS-DMT-TRAN-ID      PIC X(16).
               10  WS-DMT-WIN-IMAGE    PIC X(80).
       01  WS-DMT-NEW.
           05  WS-NEW-POS              PIC 9(9).
           05  WS-NEW-TRAN-ID          PIC X(16).
           05  WS-NEW-WIN-IMAGE        PIC X(80).

       01  WS-GROUP-WORK.
           05  WS-GRP-TRAN-ID          PIC X(16) VALUE SPACES.
           05  WS-GRP-WIN-IMAGE        PIC X(80).
           05  WS-SORT-RELEASED        PIC 9(9) VALUE 0.

      * The validated record in flight and the dropped duplicate's
      * particulars.
       01  WS-MERGE-WORK.
           05  WS-VALID-POS            PIC 9(9) VALUE 0.
           05  WS-VALID-IMAGE          PIC X(80).
           05  WS-TRAN-AMOUNT          PIC 9(9)V99.
           05  WS-DMT-SOURCE           PIC X(8).
           05  WS-DMT-PROFILE          PIC X(8).
           05  WS-DMT-RUN-DATE         PIC 9(8).
           05  WS-BKJ-ENTRY-NO         PIC 9(9) VALUE 0.
           05  WS-BKJ-BEFORE-IMAGE     PIC X(240).

      * The merge's own audit record in the making.
       01  WS-AUD-WORK.
           05  WS-AUD-DATE             PIC 9(8).
           05  WS-AUD-TIME             PIC 9(6).
           05  WS-AUD-REASON-CODE      PIC 9(2).
           05  WS-AUD-REASON-TEXT      PIC X(20).
           05  WS-AUD-RESUB            PIC 9(2).
           05  WS-AUD-IMAGE            PIC X(80).
           05  WS-AUD-TRAN-ID          PIC X(16).
           05  WS-AUD-ACCOUNT          PIC X(12).
           05  WS-AUD-AMOUNT           PIC 9(9)V99.
           05  WS-AUD-SOURCE           PIC X(8).
           05  WS-AUD-PROFILE          PIC X(8).

      * Sources that presented tonight, off the partitions'
      * statistics records, for the arrival check.
       01  WS-SEEN-LIMITS.
           05  WS-SEEN-MAX             PIC 9(3) COMP VALUE 50.
           05  WS-SEEN-COUNT           PIC 9(3) COMP VALUE 0.
           05  WS-SEEN-IX              PIC 9(3) COMP.
           05  WS-SEEN-FOUND-IX        PIC 9(3) COMP.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 50 TIMES.
               10  WS-SEEN-SOURCE      PIC X(8).
               10  WS-SEEN-EXP-SW      PIC X(1).
                   88  WS-SEEN-EXPECTED       VALUE "Y".

       01  WS-ARRIVAL-WORK.
           05  WS-RUN-DOW              PIC 9(1).
           05  WS-DOW-DIV-QUOT         PIC 9(9).
           05  WS-DOW-DIV-REM          PIC 9(1).
           05  WS-ARR-FLAG             PIC X(1).
           05  WS-ARR-SOURCE           PIC X(8).

       01  WS-DAYNUM-WORK.
           05  WS-DAYNUM-DATE          PIC 9(8).
           05  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
               10  WS-DAYNUM-CCYY      PIC 9(4).
               10  WS-DAYNUM-MM        PIC 9(2).
               10  WS-DAYNUM-DD        PIC 9(2).
           05  WS-DAYNUM-RESULT        PIC 9(9).
           05  WS-DAYNUM-Y1            PIC 9(4).
           05  WS-DAYNUM-QUOT          PIC 9(4).
           05  WS-DAYNUM-REM           PIC 9(4).

      * Days in the year before the first of each month (common
      * year); February-onward gets one more in a leap year.
       01  WS-CUMDAYS-VALUES.
           05  FILLER                  PIC 9(3) VALUE 000.
           05  FILLER                  PIC 9(3) VALUE 031.
           05  FILLER                  PIC 9(3) VALUE 059.
           05  FILLER                  PIC 9(3) VALUE 090.
           05  FILLER                  PIC 9(3) VALUE 120.
           05  FILLER                  PIC 9(3) VALUE 151.
           05  FILLER                  PIC 9(3) VALUE 181.
           05  FILLER                  PIC 9(3) VALUE 212.
           05  FILLER                  PIC 9(3) VALUE 243.
           05  FILLER                  PIC 9(3) VALUE 273.
           05  FILLER                  PIC 9(3) VALUE 304.
           05  FILLER                  PIC 9(3) VALUE 334.
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-VALUES.
           05  WS-CUMDAYS-TAB          PIC 9(3) OCCURS 12 TIMES.

       LINKAGE SECTION.
      * EXEC PGM parameter area: the night's RUNJOBID, passed the
      * same way DTVAL100 receives it.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-JOBID           PIC X(8).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN.
           PERFORM 1000-GET-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           INITIALIZE WS-PART-TABLE
           PERFORM 1100-READ-SPLIT-CONTROL
           PERFORM 1200-CHECK-PARTITIONS-COMPLETE
           PERFORM 1300-SUM-PARTITION-TOTALS
           PERFORM 1400-VERIFY-PARTITION-AUDIT
           PERFORM 1500-FIND-CROSS-DUPLICATES
           IF WS-MERGE-REFUSED
               DISPLAY "Job ID " WS-JOB-ID " not merged - nothing "
                   "written"
               MOVE WS-RC-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-OPEN-NIGHT-FILES
           PERFORM 3000-MERGE-AUDIT-TRAIL
           PERFORM 3500-REALIGN-HISTORY
           PERFORM 4000-MERGE-VALIDATED
           PERFORM 4500-MERGE-HELD
           PERFORM 5000-CHECK-EXPECTED-SOURCES
           PERFORM 6000-WRITE-NIGHT-CONTROLS
           CLOSE VALID-FILE
           CLOSE HELD-FILE
           CLOSE AUDIT-FILE
           CLOSE BKJ-FILE
           IF WS-HIST-OPENED
               CLOSE HIST-FILE
           END-IF
           IF WS-DISP-OPENED
               CLOSE DISP-FILE
           END-IF
           IF WS-STAT-OPENED
               CLOSE STAT-FILE
           END-IF
           DISPLAY "Job ID:                " WS-JOB-ID
           DISPLAY "Run date:              " WS-NIGHT-DATE
           DISPLAY "Records split:         " WS-TOT-SPLIT
           DISPLAY "Details edited:        " WS-TOT-RECS-IN
           DISPLAY "Validated merged:      " WS-VALID-WRITTEN
           DISPLAY "Held merged:           " WS-HELD-WRITTEN
           DISPLAY "Audit records merged:  " WS-AUDIT-READ
           DISPLAY "Journal entries:       " WS-JRN-WRITTEN
           DISPLAY "Duplicates dropped:    " WS-DEMOTED
           DISPLAY "History put back:      " WS-HIST-REALIGNED
           DISPLAY "Items to follow up:    " WS-FOLLOW-UPS
           IF WS-ARRIVAL-FAILED
               MOVE WS-RC-ARRIVAL TO RETURN-CODE
           ELSE
               IF WS-FOLLOW-UPS > 0
                   MOVE WS-RC-FOLLOW-UP TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      * Job ID off the EXEC PARM, reference-modified to the length
      * actually passed, exactly as DTVAL100 takes it.
       1000-GET-JOB-ID.
           IF LK-PARM-LENGTH > 0
               MOVE SPACES TO WS-JOB-ID
               MOVE LK-PARM-LENGTH TO WS-PARM-JOBID-LEN
               IF WS-PARM-JOBID-LEN > 8
                   MOVE 8 TO WS-PARM-JOBID-LEN
               END-IF
               MOVE LK-PARM-JOBID(1:WS-PARM-JOBID-LEN) TO WS-JOB-ID
           ELSE
               DISPLAY "Job ID: "
               ACCEPT WS-JOB-ID
           END-IF.

      * The latest split for the job ID gives each partition's
      * record count - the split writes partition 1 first, so a
      * partition 1 record starts a new split. A DTVAL100 record for
      * the job after it (not backed out) means this night is
      * already merged.
       1100-READ-SPLIT-CONTROL.
           OPEN INPUT CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY "Unable to open control-total file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ CTL-FILE INTO CTL-RECORD
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       IF CTL-JOB-ID = WS-JOB-ID
                           PERFORM 1110-NOTE-CONTROL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-FILE
           IF WS-PART-SPLIT-SEEN = 0
               MOVE "NO SPLIT FOR THIS JOB ID" TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-MERGE
           ELSE
               PERFORM 1120-CHECK-SPLIT-PARTITION
                   VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PART-MAX
           END-IF
           IF WS-ALREADY-MERGED
               MOVE "NIGHT ALREADY MERGED" TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-MERGE
           END-IF.

       1110-NOTE-CONTROL-RECORD.
           IF CTL-PROGRAM = "DTVALSPL"
              AND CTL-PARTITION >= "1" AND CTL-PARTITION <= "4"
               MOVE CTL-PARTITION TO WS-PART-NUM
               IF WS-PART-NUM = 1
                   INITIALIZE WS-PART-TABLE
                   MOVE "N" TO WS-MERGED-SW
               END-IF
               MOVE 1 TO WS-PART-SPLIT-SEEN
               SET WS-SPL-SEEN (WS-PART-NUM) TO TRUE
               IF CTL-RECS-OUT IS NUMERIC
                   MOVE CTL-RECS-OUT TO WS-SPL-RECORDS (WS-PART-NUM)
               END-IF
           END-IF
           IF CTL-PROGRAM = "DTVAL100"
              AND CTL-PARTITION = SPACE
              AND NOT CTL-BACKED-OUT
               SET WS-ALREADY-MERGED TO TRUE
           END-IF.

       1120-CHECK-SPLIT-PARTITION.
           IF NOT WS-SPL-SEEN (WS-PART-IX)
               DISPLAY "No split control for partition " WS-PART-IX
               MOVE "SPLIT CONTROL INCOMPLETE" TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-MERGE
           END-IF
           ADD WS-SPL-RECORDS (WS-PART-IX) TO WS-TOT-SPLIT.

      * Each partition's last checkpoint for the job must be its
      * completion record, counting exactly the records the split
      * gave it. A partition that abended or suspended at window
      * close is resubmitted on its own and the merge rerun.
       1200-CHECK-PARTITIONS-COMPLETE.
           OPEN INPUT PCKPT-FILE
           IF WS-PCKPT-OK
               PERFORM UNTIL WS-PCKPT-EOF
                   READ PCKPT-FILE INTO CKPT-RECORD
                       AT END
                           SET WS-PCKPT-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-NOTE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE PCKPT-FILE
           ELSE
               IF WS-PCKPT-STATUS NOT = "35"
                   DISPLAY "Unable to open partition checkpoints"
                   MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1220-CHECK-ONE-PARTITION
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-MAX.

       1210-NOTE-CHECKPOINT.
           IF CKPT-JOB-ID = WS-JOB-ID
              AND CKPT-PARTITION >= "1" AND CKPT-PARTITION <= "4"
               MOVE CKPT-PARTITION TO WS-PART-NUM
               SET WS-PCK-SEEN (WS-PART-NUM) TO TRUE
               MOVE CKPT-RUN-STATUS TO WS-PCK-STATUS (WS-PART-NUM)
               MOVE CKPT-REC-COUNT TO WS-PCK-RECORDS (WS-PART-NUM)
           END-IF.

       1220-CHECK-ONE-PARTITION.
           IF NOT WS-PCK-SEEN (WS-PART-IX)
              OR NOT WS-PCK-COMPLETE (WS-PART-IX)
               DISPLAY "Partition " WS-PART-IX " has not completed"
               MOVE "PARTITION NOT COMPLETE" TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-MERGE
           ELSE
               IF WS-PCK-RECORDS (WS-PART-IX)
                  NOT = WS-SPL-RECORDS (WS-PART-IX)
                   DISPLAY "Partition " WS-PART-IX " read "
                       WS-PCK-RECORDS (WS-PART-IX) " records, split "
                       "gave it " WS-SPL-RECORDS (WS-PART-IX)
                   MOVE "PARTITION OUT OF BALANCE WITH SPLIT"
                       TO WS-REFUSE-NOTE
                   PERFORM 8000-REFUSE-MERGE
               END-IF
           END-IF.

      * The partitions' control totals, summed over every execution
      * (a restarted partition has one per execution). The night's
      * run date is the partitions' - they start together after the
      * split; one restarted past midnight carries the later date on
      * its own records, and the log says so.
       1300-SUM-PARTITION-TOTALS.
           OPEN INPUT PCTL-FILE
           IF NOT WS-PCTL-OK
               DISPLAY "Unable to open partition control totals"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PCTL-EOF
               READ PCTL-FILE INTO CTL-RECORD
                   AT END
                       SET WS-PCTL-EOF TO TRUE
                   NOT AT END
                       IF CTL-PROGRAM = "DTVAL100"
                          AND CTL-JOB-ID = WS-JOB-ID
                           PERFORM 1310-ADD-PARTITION-TOTALS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PCTL-FILE
           IF WS-PCTL-RECORDS = 0
               MOVE "NO PARTITION CONTROL TOTALS" TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-MERGE
           END-IF
           OPEN INPUT PCYC-FILE
           IF WS-PCYC-OK
               PERFORM UNTIL WS-PCYC-EOF
                   READ PCYC-FILE INTO CYC-RECORD
                       AT END
                           SET WS-PCYC-EOF TO TRUE
                       NOT AT END
                           IF CYC-JOB-ID = WS-JOB-ID
                              AND CYC-RECS-WRITTEN IS NUMERIC
                               ADD CYC-RECS-WRITTEN
                                   TO WS-TOT-CYC-WRITTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PCYC-FILE
           ELSE
               DISPLAY "Partition cycle control unavailable"
           END-IF.

       1310-ADD-PARTITION-TOTALS.
           ADD 1 TO WS-PCTL-RECORDS
           IF WS-NIGHT-DATE-SET
               IF CTL-RUN-DATE NOT = WS-NIGHT-DATE
                   DISPLAY "Partition " CTL-PARTITION " execution "
                       "ran under date " CTL-RUN-DATE
                   ADD 1 TO WS-FOLLOW-UPS
               END-IF
           ELSE
               MOVE CTL-RUN-DATE TO WS-NIGHT-DATE
               SET WS-NIGHT-DATE-SET TO TRUE
           END-IF
           ADD CTL-RECS-IN TO WS-TOT-RECS-IN
           ADD CTL-RECS-OUT TO WS-TOT-RECS-OUT
           ADD CTL-RECS-REJECTED TO WS-TOT-REJECTED
           ADD CTL-RECS-HELD TO WS-TOT-HELD
           IF CTL-RECS-QUEUED IS NUMERIC
               ADD CTL-RECS-QUEUED TO WS-TOT-QUEUED
           END-IF.

      * Every partition's trail starts at sequence 1 from a zero
      * chain; a record that does not follow its predecessor, or
      * whose chain value does not recompute, means the partition's
      * audit output was touched after it was written, and it is
      * not carried onto the night's trail under a fresh chain.
      * After a break the walk carries on from the record's own
      * values, so one bad record shows once.
       1400-VERIFY-PARTITION-AUDIT.
           OPEN INPUT PAUDIT-FILE
           IF NOT WS-PAUDIT-OK
               DISPLAY "Unable to open partition audit trails"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-VFY-PREV-SEQ
           MOVE 0 TO WS-VFY-PREV-CHAIN
           PERFORM UNTIL WS-PAUDIT-EOF
               READ PAUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       SET WS-PAUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM 1410-VERIFY-ONE-AUDIT
               END-READ
           END-PERFORM
           CLOSE PAUDIT-FILE
           IF WS-VFY-BREAKS > 0
               MOVE "PARTITION AUDIT TRAIL BROKEN" TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-MERGE
           END-IF.

       1410-VERIFY-ONE-AUDIT.
           IF AUDIT-SEQ-NO IS NOT NUMERIC
              OR AUDIT-CHAIN-VALUE IS NOT NUMERIC
               ADD 1 TO WS-VFY-BREAKS
               DISPLAY "Partition audit record " WS-AUDIT-READ
                   " is not chained"
               MOVE 0 TO WS-VFY-PREV-SEQ
               MOVE 0 TO WS-VFY-PREV-CHAIN
           ELSE
               IF AUDIT-SEQ-NO = 1
                   ADD 1 TO WS-VFY-CHAINS
                   MOVE 0 TO WS-VFY-PREV-SEQ
                   MOVE 0 TO WS-VFY-PREV-CHAIN
               END-IF
               MOVE AUDIT-CHAIN-VALUE TO WS-VFY-STORED-CHAIN
               MOVE 0 TO AUDIT-CHAIN-VALUE
               MOVE AUDIT-RECORD TO DTCHN-RECORD
               MOVE LENGTH OF AUDIT-RECORD TO DTCHN-RECORD-LENGTH
               MOVE WS-VFY-PREV-CHAIN TO DTCHN-PREV-CHAIN
               SET DTCHN-COMPUTE TO TRUE
               CALL "DTVALCHN" USING DTCHN-LINKAGE
               IF AUDIT-SEQ-NO NOT = WS-VFY-PREV-SEQ + 1
                  OR DTCHN-CHAIN-OUT NOT = WS-VFY-STORED-CHAIN
                   ADD 1 TO WS-VFY-BREAKS
                   DISPLAY "Partition audit record " WS-AUDIT-READ
                       " sequence " AUDIT-SEQ-NO " does not chain"
               END-IF
               MOVE AUDIT-SEQ-NO TO WS-VFY-PREV-SEQ
               MOVE WS-VFY-STORED-CHAIN TO WS-VFY-PREV-CHAIN
           END-IF.

      * Every accepted transaction ID, sorted: within an ID the
      * lowest position - the earliest partition - stands and the
      * rest are dropped. IDs of spaces are exempt from the
      * duplicate check, as in DTVAL100.
       1500-FIND-CROSS-DUPLICATES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-TRAN-ID SRT-POS
               INPUT PROCEDURE IS 1510-RELEASE-ACCEPTED
               OUTPUT PROCEDURE IS 1550-COLLECT-DUPLICATES
           IF WS-DMT-OVERFLOW
               DISPLAY "More than " WS-DMT-MAX " cross-partition "
                   "duplicates"
               MOVE "TOO MANY CROSS-PARTITION DUPLICATES"
                   TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-MERGE
           END-IF
           DISPLAY "Cross-partition duplicates: " WS-DMT-COUNT.

       1510-RELEASE-ACCEPTED.
           OPEN INPUT PVALID-FILE
           IF NOT WS-PVALID-OK
               DISPLAY "Unable to open partition validated output"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PVALID-EOF
               READ PVALID-FILE INTO TRAN-RECORD
                   AT END
                       SET WS-PVALID-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VALID-READ
                       IF TRAN-ID NOT = SPACES
                           MOVE TRAN-ID TO SRT-TRAN-ID
                           MOVE WS-VALID-READ TO SRT-POS
                           MOVE TRAN-RECORD TO SRT-IMAGE
                           RELEASE SRT-RECORD
                           ADD 1 TO WS-SORT-RELEASED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PVALID-FILE.

       1550-COLLECT-DUPLICATES.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF SRT-TRAN-ID = WS-GRP-TRAN-ID
                           PERFORM 1560-NOTE-DUPLICATE
                       ELSE
                           MOVE SRT-TRAN-ID TO WS-GRP-TRAN-ID
                           MOVE SRT-IMAGE TO WS-GRP-WIN-IMAGE
                       END-IF
               END-RETURN
           END-PERFORM.

      * Kept in position order as it is built: each new entry is
      * walked down past the entries behind it.
       1560-NOTE-DUPLICATE.
           IF WS-DMT-COUNT >= WS-DMT-MAX
               SET WS-DMT-OVERFLOW TO TRUE
           ELSE
               MOVE SRT-POS TO WS-NEW-POS
               MOVE SRT-TRAN-ID TO WS-NEW-TRAN-ID
               MOVE WS-GRP-WIN-IMAGE TO WS-NEW-WIN-IMAGE
               ADD 1 TO WS-DMT-COUNT
               MOVE WS-DMT-COUNT TO WS-DMT-IX
               MOVE "N" TO WS-DMT-PLACED-SW
               PERFORM 1570-SHIFT-DUPLICATE
                   UNTIL WS-DMT-PLACED
               MOVE WS-DMT-NEW TO WS-DMT-ENTRY (WS-DMT-IX)
           END-IF.

       1570-SHIFT-DUPLICATE.
           IF WS-DMT-IX = 1
               SET WS-DMT-PLACED TO TRUE
           ELSE
               COMPUTE WS-DMT-PREV-IX = WS-DMT-IX - 1
               IF WS-DMT-POS (WS-DMT-PREV-IX) > WS-NEW-POS
                   MOVE WS-DMT-ENTRY (WS-DMT-PREV-IX)
                       TO WS-DMT-ENTRY (WS-DMT-IX)
                   MOVE WS-DMT-PREV-IX TO WS-DMT-IX
               ELSE
                   SET WS-DMT-PLACED TO TRUE
               END-IF
           END-IF.

      * The night's datasets are all appended to (DISP=MOD, status
      * 35 the first time) and all required - a merge that could
      * write only part of the night would leave it in two places.
      * The audit trail's end is found first so the partitions'
      * records carry on its sequence and chain. The keyed files
      * are fail-soft as in DTVAL100; they are needed only for a
      * dropped duplicate and the arrival check, and the log says
      * what could not be done.
       2000-OPEN-NIGHT-FILES.
           MOVE 0 TO DTCHN-LAST-SEQ
           MOVE 0 TO DTCHN-PREV-CHAIN
           SET DTCHN-FIND-AUDIT-END TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           IF NOT DTCHN-OK
               DISPLAY "Audit trail end unreadable, chain restarts"
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY "Unable to open audit/exception file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND VALID-FILE
           IF WS-VALID-STATUS = "35"
               OPEN OUTPUT VALID-FILE
           END-IF
           IF NOT WS-VALID-OK
               DISPLAY "Unable to open validated output file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND HELD-FILE
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HELD-FILE
           END-IF
           IF NOT WS-HELD-OK
               DISPLAY "Unable to open held-transactions file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE VALID-FILE
               STOP RUN
           END-IF
           OPEN EXTEND BKJ-FILE
           IF WS-BKJ-STATUS = "35"
               OPEN OUTPUT BKJ-FILE
           END-IF
           IF NOT WS-BKJ-OK
               DISPLAY "Unable to open backout journal"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE VALID-FILE
               CLOSE HELD-FILE
               STOP RUN
           END-IF
           OPEN INPUT PVALID-FILE
           OPEN INPUT PBKJ-FILE
           OPEN INPUT PAUDIT-FILE
           IF NOT WS-PVALID-OK OR NOT WS-PAUDIT-OK
              OR (NOT WS-PBKJ-OK AND WS-PBKJ-STATUS NOT = "35")
               DISPLAY "Unable to reopen partition output: "
                   WS-PVALID-STATUS " " WS-PBKJ-STATUS " "
                   WS-PAUDIT-STATUS
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE VALID-FILE
               CLOSE HELD-FILE
               CLOSE BKJ-FILE
               STOP RUN
           END-IF
           IF NOT WS-PBKJ-OK
               DISPLAY "No partition journal, entries of dropped "
                   "duplicates unknown"
               SET WS-PBKJ-EOF TO TRUE
               SET WS-JRN-OUT-OF-STEP TO TRUE
           END-IF
           IF WS-DMT-COUNT > 0
               PERFORM 2010-OPEN-HISTORY
               PERFORM 2020-OPEN-DISPOSITION
           END-IF
           OPEN I-O STAT-FILE
           IF WS-STAT-OK
               SET WS-STAT-OPENED TO TRUE
           ELSE
               DISPLAY "Run-statistics file unavailable, duplicate "
                   "and arrival statistics not written"
               ADD 1 TO WS-FOLLOW-UPS
           END-IF.

       2010-OPEN-HISTORY.
           OPEN I-O HIST-FILE
           IF WS-HIST-OK
               SET WS-HIST-OPENED TO TRUE
           ELSE
               DISPLAY "History file unavailable, entries of "
                   "dropped duplicates not put back"
               ADD 1 TO WS-FOLLOW-UPS
           END-IF.

       2020-OPEN-DISPOSITION.
           OPEN I-O DISP-FILE
           IF WS-DISP-STATUS = "35"
               OPEN OUTPUT DISP-FILE
               CLOSE DISP-FILE
               OPEN I-O DISP-FILE
           END-IF
           IF WS-DISP-OK
               SET WS-DISP-OPENED TO TRUE
           ELSE
               DISPLAY "Disposition file unavailable, dropped "
                   "duplicates not tracked"
               ADD 1 TO WS-FOLLOW-UPS
           END-IF.

      * The partitions ran side by side, so their audit records go
      * onto the night's trail in time order - the trail's
      * timestamps never run backwards (DTVAL410 proves they do
      * not) - each under the next sequence number. Records stamped
      * alike keep partition order, then their own trail's order.
       3000-MERGE-AUDIT-TRAIL.
           MOVE 0 TO WS-AUDIT-READ
           SORT AUD-SORT-FILE
               ON ASCENDING KEY ASRT-TIMESTAMP ASRT-CHAIN-NO
                                ASRT-SEQ-NO
               INPUT PROCEDURE IS 3010-RELEASE-PARTITION-AUDIT
               OUTPUT PROCEDURE IS 3050-APPEND-AUDIT-IN-ORDER.

      * A sequence number of 1 starts the next partition's trail
      * (each starts at 1, and a restarted partition carries its
      * own trail on).
       3010-RELEASE-PARTITION-AUDIT.
           PERFORM UNTIL WS-PAUDIT-EOF
               READ PAUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       SET WS-PAUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF AUDIT-SEQ-NO = 1
                           ADD 1 TO WS-AUD-CHAIN-NO
                       END-IF
                       MOVE AUDIT-TIMESTAMP TO ASRT-TIMESTAMP
                       MOVE WS-AUD-CHAIN-NO TO ASRT-CHAIN-NO
                       MOVE AUDIT-SEQ-NO TO ASRT-SEQ-NO
                       MOVE AUDIT-RECORD TO ASRT-IMAGE
                       RELEASE ASRT-RECORD
               END-READ
           END-PERFORM
           CLOSE PAUDIT-FILE.

       3050-APPEND-AUDIT-IN-ORDER.
           PERFORM UNTIL WS-AUD-SORT-EOF
               RETURN AUD-SORT-FILE
                   AT END
                       SET WS-AUD-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE ASRT-IMAGE TO AUDIT-RECORD
                       PERFORM 8100-CHAIN-AND-WRITE-AUDIT
               END-RETURN
           END-PERFORM.

      * Where two partitions both recorded a dropped duplicate's ID
      * in history, the entry may be the dropped occurrence's; it is
      * put back as the standing occurrence wrote it, and the entry
      * as it stood is journaled so a backout can undo this too.
       3500-REALIGN-HISTORY.
           IF WS-HIST-OPENED
               PERFORM 3510-REALIGN-ONE-ENTRY
                   VARYING WS-DMT-IX FROM 1 BY 1
                   UNTIL WS-DMT-IX > WS-DMT-COUNT
           END-IF.

       3510-REALIGN-ONE-ENTRY.
           MOVE WS-DMT-WIN-IMAGE (WS-DMT-IX) TO TRAN-RECORD
           PERFORM 8300-NORMALIZE-AMOUNT
           MOVE TRAN-ID TO HIST-TRAN-ID
           READ HIST-FILE
               KEY IS HIST-TRAN-ID
               INVALID KEY
                   DISPLAY "No history entry for duplicate " TRAN-ID
               NOT INVALID KEY
                   IF HIST-ACCOUNT NOT = TRAN-ACCOUNT
                      OR HIST-TRAN-DATE NOT = TRAN-DATE
                      OR HIST-TRAN-TIME NOT = TRAN-TIME
                      OR HIST-AMOUNT NOT = WS-TRAN-AMOUNT
                       MOVE HIST-RECORD TO WS-BKJ-BEFORE-IMAGE
                       MOVE TRAN-ACCOUNT TO HIST-ACCOUNT
                       MOVE TRAN-DATE TO HIST-TRAN-DATE
                       MOVE TRAN-TIME TO HIST-TRAN-TIME
                       MOVE WS-TRAN-AMOUNT TO HIST-AMOUNT
                       REWRITE HIST-RECORD
                           INVALID KEY
                               DISPLAY "Unable to put back history "
                                   "for " HIST-TRAN-ID
                               ADD 1 TO WS-FOLLOW-UPS
                           NOT INVALID KEY
                               ADD 1 TO WS-HIST-REALIGNED
                               MOVE SPACES TO BKJ-RECORD
                               SET BKJ-HIST-REFRESHED TO TRUE
                               MOVE WS-BKJ-BEFORE-IMAGE TO BKJ-IMAGE
                               MOVE SPACES TO WS-DMT-SOURCE
                               PERFORM 8200-WRITE-JOURNAL
                       END-REWRITE
                   END-IF
           END-READ.

      * The validated records, walked against the dropped positions
      * and, in step, against the partitions' journals: every
      * journal entry up to a record's V entry goes across ahead of
      * it, so the night's journal holds the validated records in
      * the order the night's feed does (DTVALBKO takes them off in
      * step). A dropped record's V entry does not go across. A
      * journal that falls out of step - a V entry that is not the
      * record in hand - is carried across as it stands from there,
      * and a record dropped after that has no known source.
       4000-MERGE-VALIDATED.
           PERFORM UNTIL WS-PVALID-EOF
               READ PVALID-FILE INTO TRAN-RECORD
                   AT END
                       SET WS-PVALID-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VALID-POS
                       MOVE TRAN-RECORD TO WS-VALID-IMAGE
                       PERFORM 4100-FIND-JOURNAL-ENTRY
                       PERFORM 4200-PLACE-VALID-RECORD
               END-READ
           END-PERFORM
           CLOSE PVALID-FILE
           PERFORM UNTIL WS-PBKJ-EOF
               READ PBKJ-FILE INTO BKJ-RECORD
                   AT END
                       SET WS-PBKJ-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRN-READ
                       PERFORM 4150-COPY-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           IF WS-PBKJ-STATUS NOT = "35"
               CLOSE PBKJ-FILE
           END-IF
           IF WS-VALID-WRITTEN + WS-DEMOTED NOT = WS-VALID-READ
               DISPLAY "Validated records written "
                   WS-VALID-WRITTEN " dropped " WS-DEMOTED
                   " of " WS-VALID-READ
               ADD 1 TO WS-FOLLOW-UPS
           END-IF.

       4100-FIND-JOURNAL-ENTRY.
           SET WS-JRN-ENTRY-MISSING TO TRUE
           PERFORM UNTIL WS-JRN-OUT-OF-STEP OR WS-JRN-ENTRY-FOUND
               READ PBKJ-FILE INTO BKJ-RECORD
                   AT END
                       SET WS-PBKJ-EOF TO TRUE
                       SET WS-JRN-OUT-OF-STEP TO TRUE
                       DISPLAY "Partition journal ends before "
                           "validated record " WS-VALID-POS
                       ADD 1 TO WS-FOLLOW-UPS
                   NOT AT END
                       ADD 1 TO WS-JRN-READ
                       IF BKJ-VALID-WRITTEN
                           IF BKJ-IMAGE (1:80) = WS-VALID-IMAGE
                               SET WS-JRN-ENTRY-FOUND TO TRUE
                           ELSE
                               SET WS-JRN-OUT-OF-STEP TO TRUE
                               DISPLAY "Partition journal out of "
                                   "step at validated record "
                                   WS-VALID-POS
                               ADD 1 TO WS-FOLLOW-UPS
                               PERFORM 4150-COPY-JOURNAL-ENTRY
                           END-IF
                       ELSE
                           PERFORM 4150-COPY-JOURNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       4150-COPY-JOURNAL-ENTRY.
           WRITE BKJ-OUT-RECORD FROM BKJ-RECORD
           IF WS-BKJ-OK
               ADD 1 TO WS-JRN-WRITTEN
           ELSE
               DISPLAY "Unable to write backout journal entry"
               ADD 1 TO WS-FOLLOW-UPS
           END-IF.

       4200-PLACE-VALID-RECORD.
           MOVE "N" TO WS-DMT-DROP-SW
           IF WS-DMT-NEXT <= WS-DMT-COUNT
               IF WS-DMT-POS (WS-DMT-NEXT) = WS-VALID-POS
                   SET WS-DMT-DROP TO TRUE
               END-IF
           END-IF
           IF WS-DMT-DROP
               PERFORM 4300-DROP-DUPLICATE
               ADD 1 TO WS-DMT-NEXT
           ELSE
               WRITE VALID-RECORD FROM WS-VALID-IMAGE
               IF WS-VALID-OK
                   ADD 1 TO WS-VALID-WRITTEN
               ELSE
                   DISPLAY "Unable to write validated output record"
                   ADD 1 TO WS-FOLLOW-UPS
               END-IF
               IF WS-JRN-ENTRY-FOUND
                   PERFORM 4150-COPY-JOURNAL-ENTRY
               END-IF
           END-IF.

      * Rejected as DTVAL100 rejects a duplicate: audit record
      * (reason 50 - no cutoff was applied, the record passed its
      * edits), open disposition, and its source's statistics moved
      * from passed (or reversals) to rejected. The source and the
      * partition's run date come off the record's V entry.
       4300-DROP-DUPLICATE.
           ADD 1 TO WS-DEMOTED
           PERFORM 8300-NORMALIZE-AMOUNT
           MOVE SPACES TO WS-DMT-PROFILE
           IF WS-JRN-ENTRY-FOUND
               MOVE BKJ-SOURCE-ID TO WS-DMT-SOURCE
               MOVE BKJ-RUN-DATE TO WS-DMT-RUN-DATE
               PERFORM 4310-ADJUST-STATISTICS
           ELSE
               MOVE SPACES TO WS-DMT-SOURCE
               DISPLAY "No source for dropped duplicate " TRAN-ID
                   ", statistics not adjusted"
               ADD 1 TO WS-FOLLOW-UPS
           END-IF
           DISPLAY "Cross-partition duplicate dropped: " TRAN-ID
               " source " WS-DMT-SOURCE
           MOVE 0 TO WS-AUD-DATE
           MOVE 0 TO WS-AUD-TIME
           IF TRAN-DATE IS NUMERIC
               MOVE TRAN-DATE TO WS-AUD-DATE
           END-IF
           IF TRAN-TIME IS NUMERIC
               MOVE TRAN-TIME TO WS-AUD-TIME
           END-IF
           MOVE 50 TO WS-AUD-REASON-CODE
           MOVE "DUPLICATE TRAN ID" TO WS-AUD-REASON-TEXT
           MOVE 0 TO WS-AUD-RESUB
           IF TRAN-RESUB-COUNT IS NUMERIC
               MOVE TRAN-RESUB-COUNT TO WS-AUD-RESUB
           END-IF
           MOVE WS-VALID-IMAGE TO WS-AUD-IMAGE
           MOVE TRAN-ID TO WS-AUD-TRAN-ID
           MOVE TRAN-ACCOUNT TO WS-AUD-ACCOUNT
           MOVE WS-TRAN-AMOUNT TO WS-AUD-AMOUNT
           MOVE WS-DMT-SOURCE TO WS-AUD-SOURCE
           MOVE WS-DMT-PROFILE TO WS-AUD-PROFILE
           PERFORM 8050-BUILD-AUDIT-RECORD
           PERFORM 8100-CHAIN-AND-WRITE-AUDIT
           IF WS-DISP-OPENED
               PERFORM 4320-OPEN-DISPOSITION-RECORD
           END-IF.

       4310-ADJUST-STATISTICS.
           IF WS-STAT-OPENED
               MOVE WS-DMT-RUN-DATE TO STAT-RUN-DATE
               MOVE WS-JOB-ID TO STAT-JOB-ID
               MOVE WS-DMT-SOURCE TO STAT-SOURCE-ID
               READ STAT-FILE
                   KEY IS STAT-KEY
                   INVALID KEY
                       DISPLAY "No statistics for source "
                           WS-DMT-SOURCE ", not adjusted"
                       ADD 1 TO WS-FOLLOW-UPS
                   NOT INVALID KEY
                       PERFORM 4315-MOVE-TO-REJECTED
                       MOVE STAT-PROFILE-ID TO WS-DMT-PROFILE
                       REWRITE STAT-RECORD
                           INVALID KEY
                               DISPLAY "Unable to adjust statistics "
                                   "for source " WS-DMT-SOURCE
                               ADD 1 TO WS-FOLLOW-UPS
                       END-REWRITE
               END-READ
           END-IF.

       4315-MOVE-TO-REJECTED.
           IF TRAN-TYPE-REVERSAL
               IF STAT-RECS-REVERSAL > 0
                   SUBTRACT 1 FROM STAT-RECS-REVERSAL
               END-IF
               IF STAT-AMT-REVERSAL >= WS-TRAN-AMOUNT
                   SUBTRACT WS-TRAN-AMOUNT FROM STAT-AMT-REVERSAL
               END-IF
           ELSE
               IF STAT-RECS-PASSED > 0
                   SUBTRACT 1 FROM STAT-RECS-PASSED
               END-IF
               IF STAT-AMT-PASSED >= WS-TRAN-AMOUNT
                   SUBTRACT WS-TRAN-AMOUNT FROM STAT-AMT-PASSED
               END-IF
           END-IF
           ADD 1 TO STAT-REJ-DUP
           ADD WS-TRAN-AMOUNT TO STAT-AMT-REJECTED.

      * As DTVAL100 opens one: a disposition being reopened is
      * journaled as it stood, one being opened as written.
       4320-OPEN-DISPOSITION-RECORD.
           MOVE SPACES TO DISP-RECORD
           MOVE WS-AUD-TRAN-ID TO DISP-TRAN-ID
           MOVE WS-AUD-DATE TO DISP-TRAN-DATE
           MOVE WS-AUD-TIME TO DISP-TRAN-TIME
           READ DISP-FILE
               KEY IS DISP-KEY
               INVALID KEY
                   MOVE SPACES TO WS-BKJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE DISP-RECORD TO WS-BKJ-BEFORE-IMAGE
           END-READ
           MOVE SPACES TO DISP-RECORD
           MOVE WS-AUD-TRAN-ID TO DISP-TRAN-ID
           MOVE WS-AUD-DATE TO DISP-TRAN-DATE
           MOVE WS-AUD-TIME TO DISP-TRAN-TIME
           SET DISP-OPEN TO TRUE
           MOVE WS-AUD-REASON-TEXT TO DISP-REASON-TEXT
           MOVE WS-AUD-REASON-CODE TO DISP-REASON-CODE
           MOVE WS-AUD-AMOUNT TO DISP-AMOUNT
           MOVE WS-MERGE-OPERATOR TO DISP-OPERATOR-ID
           MOVE WS-NIGHT-DATE TO DISP-MAINT-DATE
           MOVE WS-AUD-RESUB TO DISP-RESUB-COUNT
           WRITE DISP-RECORD
               INVALID KEY
                   REWRITE DISP-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record disposition "
                               "for " DISP-TRAN-ID
                           ADD 1 TO WS-FOLLOW-UPS
                   END-REWRITE
           END-WRITE
           MOVE SPACES TO BKJ-RECORD
           IF WS-BKJ-BEFORE-IMAGE = SPACES
               SET BKJ-DISP-OPENED TO TRUE
               MOVE DISP-RECORD TO BKJ-IMAGE
           ELSE
               SET BKJ-DISP-REOPENED TO TRUE
               MOVE WS-BKJ-BEFORE-IMAGE TO BKJ-IMAGE
           END-IF
           PERFORM 8200-WRITE-JOURNAL.

       4500-MERGE-HELD.
           OPEN INPUT PHELD-FILE
           IF WS-PHELD-OK
               PERFORM UNTIL WS-PHELD-EOF
                   READ PHELD-FILE
                       AT END
                           SET WS-PHELD-EOF TO TRUE
                       NOT AT END
                           WRITE HELD-RECORD FROM PHELD-RECORD
                           IF WS-HELD-OK
                               ADD 1 TO WS-HELD-WRITTEN
                           ELSE
                               DISPLAY "Unable to write held record"
                               ADD 1 TO WS-FOLLOW-UPS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PHELD-FILE
           ELSE
               IF WS-PHELD-STATUS NOT = "35"
                   DISPLAY "Partition held output unavailable, not "
                       "merged"
                   ADD 1 TO WS-FOLLOW-UPS
               END-IF
           END-IF.

      * The feed arrival check DTVAL100 makes after reading the
      * whole file, made here over the whole night: the sources
      * that presented are those the partitions wrote statistics
      * for under the night's run date and job ID. Missing and
      * unexpected sources get the same audit records (60/61),
      * statistics arrival history and condition code. No
      * expected-sources file = no check, the same fail-soft.
       5000-CHECK-EXPECTED-SOURCES.
           IF NOT WS-STAT-OPENED
               DISPLAY "Arrival check skipped - no statistics file"
           ELSE
               OPEN INPUT EXP-FILE
               IF NOT WS-EXP-OK
                   DISPLAY "Expected-sources file unavailable, "
                       "arrival check skipped"
               ELSE
                   PERFORM 5005-CHECK-AGAINST-EXPECTED
               END-IF
           END-IF.

       5005-CHECK-AGAINST-EXPECTED.
           PERFORM 5010-LOAD-SEEN-SOURCES
           MOVE WS-NIGHT-DATE TO WS-DAYNUM-DATE
           PERFORM 8400-COMPUTE-DAY-NUMBER
           DIVIDE WS-DAYNUM-RESULT BY 7
               GIVING WS-DOW-DIV-QUOT REMAINDER WS-DOW-DIV-REM
           IF WS-DOW-DIV-REM = 0
               MOVE 7 TO WS-RUN-DOW
           ELSE
               MOVE WS-DOW-DIV-REM TO WS-RUN-DOW
           END-IF
           PERFORM UNTIL WS-EXP-EOF
               READ EXP-FILE NEXT RECORD
                   AT END
                       SET WS-EXP-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-CHECK-ONE-EXPECTED
               END-READ
           END-PERFORM
           CLOSE EXP-FILE
           PERFORM 5200-CHECK-ONE-SEEN
               VARYING WS-SEEN-IX FROM 1 BY 1
               UNTIL WS-SEEN-IX > WS-SEEN-COUNT.

      * The night's statistics records sit together on the key, so
      * one positioned sweep finds them. A headerless batch (source
      * spaces) never presented a header and is not counted.
       5010-LOAD-SEEN-SOURCES.
           MOVE WS-NIGHT-DATE TO STAT-RUN-DATE
           MOVE WS-JOB-ID TO STAT-JOB-ID
           MOVE LOW-VALUES TO STAT-SOURCE-ID
           START STAT-FILE
               KEY IS >= STAT-KEY
               INVALID KEY
                   SET WS-STAT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-STAT-EOF
               READ STAT-FILE NEXT RECORD
                   AT END
                       SET WS-STAT-EOF TO TRUE
                   NOT AT END
                       IF STAT-RUN-DATE = WS-NIGHT-DATE
                          AND STAT-JOB-ID = WS-JOB-ID
                           PERFORM 5020-NOTE-SEEN-SOURCE
                       ELSE
                           SET WS-STAT-EOF TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       5020-NOTE-SEEN-SOURCE.
           IF STAT-SOURCE-ID NOT = SPACES
              AND (STAT-ARRIVED OR STAT-UNEXPECTED)
               IF WS-SEEN-COUNT < WS-SEEN-MAX
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE STAT-SOURCE-ID TO WS-SEEN-SOURCE (WS-SEEN-COUNT)
                   MOVE "N" TO WS-SEEN-EXP-SW (WS-SEEN-COUNT)
               ELSE
                   DISPLAY "Source table full, " STAT-SOURCE-ID
                       " not checked for arrival"
               END-IF
           END-IF.

       5100-CHECK-ONE-EXPECTED.
           MOVE 0 TO WS-SEEN-FOUND-IX
           PERFORM 5110-SEARCH-SEEN
               VARYING WS-SEEN-IX FROM 1 BY 1
               UNTIL WS-SEEN-IX > WS-SEEN-COUNT
                  OR WS-SEEN-FOUND-IX > 0
           IF WS-SEEN-FOUND-IX > 0
               SET WS-SEEN-EXPECTED (WS-SEEN-FOUND-IX) TO TRUE
           ELSE
               IF EXP-DOW-FLAG (WS-RUN-DOW) = "Y"
                   DISPLAY "Expected feed missing: " EXP-SOURCE-ID
                   MOVE EXP-SOURCE-ID TO WS-ARR-SOURCE
                   MOVE 60 TO WS-AUD-REASON-CODE
                   MOVE "EXPECTED FEED MISSING" TO WS-AUD-REASON-TEXT
                   PERFORM 5300-WRITE-ARRIVAL-AUDIT
                   MOVE "N" TO WS-ARR-FLAG
                   PERFORM 5400-WRITE-ARRIVAL-STAT
                   SET WS-ARRIVAL-FAILED TO TRUE
               END-IF
           END-IF.

       5110-SEARCH-SEEN.
           IF WS-SEEN-SOURCE (WS-SEEN-IX) = EXP-SOURCE-ID
               MOVE WS-SEEN-IX TO WS-SEEN-FOUND-IX
           END-IF.

       5200-CHECK-ONE-SEEN.
           IF NOT WS-SEEN-EXPECTED (WS-SEEN-IX)
               DISPLAY "Unexpected feed presented: "
                   WS-SEEN-SOURCE (WS-SEEN-IX)
               MOVE WS-SEEN-SOURCE (WS-SEEN-IX) TO WS-ARR-SOURCE
               MOVE 61 TO WS-AUD-REASON-CODE
               MOVE "UNEXPECTED FEED" TO WS-AUD-REASON-TEXT
               PERFORM 5300-WRITE-ARRIVAL-AUDIT
               MOVE "U" TO WS-ARR-FLAG
               PERFORM 5400-WRITE-ARRIVAL-STAT
               SET WS-ARRIVAL-FAILED TO TRUE
           END-IF.

      * As DTVAL100 writes them: the source ID in the transaction-
      * ID field and the source field, no profile in force.
       5300-WRITE-ARRIVAL-AUDIT.
           MOVE 0 TO WS-AUD-DATE
           MOVE 0 TO WS-AUD-TIME
           MOVE 0 TO WS-AUD-RESUB
           MOVE SPACES TO WS-AUD-IMAGE
           MOVE WS-ARR-SOURCE TO WS-AUD-TRAN-ID
           MOVE SPACES TO WS-AUD-ACCOUNT
           MOVE 0 TO WS-AUD-AMOUNT
           MOVE WS-ARR-SOURCE TO WS-AUD-SOURCE
           MOVE SPACES TO WS-AUD-PROFILE
           PERFORM 8050-BUILD-AUDIT-RECORD
           PERFORM 8100-CHAIN-AND-WRITE-AUDIT.

      * A missing source gets a zero-count record flagged N; an
      * unexpected one has its batch record reflagged from Y to U.
       5400-WRITE-ARRIVAL-STAT.
           MOVE WS-NIGHT-DATE TO STAT-RUN-DATE
           MOVE WS-JOB-ID TO STAT-JOB-ID
           MOVE WS-ARR-SOURCE TO STAT-SOURCE-ID
           READ STAT-FILE
               KEY IS STAT-KEY
               INVALID KEY
                   MOVE SPACES TO STAT-RECORD
                   INITIALIZE STAT-RECORD
                   MOVE WS-NIGHT-DATE TO STAT-RUN-DATE
                   MOVE WS-JOB-ID TO STAT-JOB-ID
                   MOVE WS-ARR-SOURCE TO STAT-SOURCE-ID
                   MOVE WS-ARR-FLAG TO STAT-ARRIVAL
                   WRITE STAT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to write arrival "
                               "statistics"
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-ARR-FLAG TO STAT-ARRIVAL
                   REWRITE STAT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to update arrival "
                               "statistics"
                   END-REWRITE
           END-READ.

      * One night, one set of control records. The control totals
      * are the partitions' summed, each dropped duplicate moved
      * from validated to rejected, so edited = validated + rejected
      * + held + queued still cross-foots for DTVAL800. The cycle
      * record carries the validated records actually handed to
      * settlement tonight. The completion checkpoint counts every
      * record the split routed.
       6000-WRITE-NIGHT-CONTROLS.
           OPEN EXTEND CTL-FILE
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-FILE
           END-IF
           IF NOT WS-CTL-OK
               DISPLAY "Control-total file unavailable, not written"
               ADD 1 TO WS-FOLLOW-UPS
           ELSE
               MOVE SPACES TO CTL-RECORD
               MOVE "DTVAL100" TO CTL-PROGRAM
               MOVE WS-NIGHT-DATE TO CTL-RUN-DATE
               MOVE WS-JOB-ID TO CTL-JOB-ID
               MOVE WS-TOT-RECS-IN TO CTL-RECS-IN
               IF WS-TOT-RECS-OUT >= WS-DEMOTED
                   SUBTRACT WS-DEMOTED FROM WS-TOT-RECS-OUT
               END-IF
               ADD WS-DEMOTED TO WS-TOT-REJECTED
               MOVE WS-TOT-RECS-OUT TO CTL-RECS-OUT
               MOVE WS-TOT-REJECTED TO CTL-RECS-REJECTED
               MOVE WS-TOT-HELD TO CTL-RECS-HELD
               MOVE WS-TOT-QUEUED TO CTL-RECS-QUEUED
               MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
               WRITE CTL-IO-RECORD FROM CTL-RECORD
               IF NOT WS-CTL-OK
                   DISPLAY "Unable to write control-total record"
                   ADD 1 TO WS-FOLLOW-UPS
               END-IF
               CLOSE CTL-FILE
           END-IF
           OPEN EXTEND CYC-FILE
           IF WS-CYC-STATUS = "35"
               OPEN OUTPUT CYC-FILE
           END-IF
           IF NOT WS-CYC-OK
               DISPLAY "Cycle control file unavailable, not written"
               ADD 1 TO WS-FOLLOW-UPS
           ELSE
               MOVE SPACES TO CYC-RECORD
               MOVE WS-NIGHT-DATE TO CYC-RUN-DATE
               MOVE WS-JOB-ID TO CYC-JOB-ID
               MOVE WS-VALID-WRITTEN TO CYC-RECS-WRITTEN
               MOVE FUNCTION CURRENT-DATE TO CYC-TIMESTAMP
               WRITE CYC-OUT-RECORD FROM CYC-RECORD
               IF NOT WS-CYC-OK
                   DISPLAY "Unable to write cycle control record"
                   ADD 1 TO WS-FOLLOW-UPS
               END-IF
               CLOSE CYC-FILE
           END-IF
           OPEN EXTEND CKPT-FILE
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CKPT-FILE
           END-IF
           IF NOT WS-CKPT-OK
               DISPLAY "Checkpoint file unavailable, completion not "
                   "written"
               ADD 1 TO WS-FOLLOW-UPS
           ELSE
               MOVE SPACES TO CKPT-RECORD
               MOVE WS-JOB-ID TO CKPT-JOB-ID
               MOVE WS-TOT-SPLIT TO CKPT-REC-COUNT
               MOVE 0 TO CKPT-LAST-TRAN-DATE
               MOVE 0 TO CKPT-LAST-TRAN-TIME
               MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
               SET CKPT-RUN-COMPLETE TO TRUE
               WRITE CKPT-OUT-RECORD FROM CKPT-RECORD
               IF NOT WS-CKPT-OK
                   DISPLAY "Unable to write completion checkpoint"
                   ADD 1 TO WS-FOLLOW-UPS
               END-IF
               CLOSE CKPT-FILE
           END-IF
           DISPLAY "Partition cycle records: " WS-TOT-CYC-WRITTEN
               " validated merged: " WS-VALID-WRITTEN.

       8000-REFUSE-MERGE.
           DISPLAY "Merge refused: " WS-REFUSE-NOTE
           SET WS-MERGE-REFUSED TO TRUE.

       8050-BUILD-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-AUD-DATE TO AUDIT-TRAN-DATE
           MOVE WS-AUD-TIME TO AUDIT-TRAN-TIME
           MOVE 0 TO AUDIT-CUTOFF-DATE
           MOVE WS-AUD-REASON-TEXT TO AUDIT-REJECT-REASON
           MOVE WS-AUD-REASON-CODE TO AUDIT-REASON-CODE
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-MERGE-OPERATOR TO AUDIT-OPERATOR-ID
           MOVE WS-JOB-ID TO AUDIT-JOB-ID
           MOVE WS-AUD-RESUB TO AUDIT-RESUB-COUNT
           MOVE WS-AUD-IMAGE TO AUDIT-TRAN-IMAGE
           MOVE WS-AUD-TRAN-ID TO AUDIT-TRAN-ID
           MOVE WS-AUD-ACCOUNT TO AUDIT-ACCOUNT
           MOVE WS-AUD-AMOUNT TO AUDIT-AMOUNT
           MOVE WS-AUD-SOURCE TO AUDIT-SOURCE-ID
           MOVE WS-AUD-PROFILE TO AUDIT-PROFILE-ID.

      * The record in AUDIT-RECORD onto the end of the night's
      * trail: next sequence number, chain value from the previous
      * record (DTVALCHN).
       8100-CHAIN-AND-WRITE-AUDIT.
           ADD 1 TO DTCHN-LAST-SEQ GIVING AUDIT-SEQ-NO
           MOVE 0 TO AUDIT-CHAIN-VALUE
           MOVE AUDIT-RECORD TO DTCHN-RECORD
           MOVE LENGTH OF AUDIT-RECORD TO DTCHN-RECORD-LENGTH
           SET DTCHN-COMPUTE TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           MOVE DTCHN-CHAIN-OUT TO AUDIT-CHAIN-VALUE
           WRITE AUDIT-OUT-RECORD FROM AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY "Unable to write audit/exception record"
               ADD 1 TO WS-FOLLOW-UPS
           ELSE
               ADD 1 TO WS-AUDIT-WRITTEN
               MOVE AUDIT-SEQ-NO TO DTCHN-LAST-SEQ
               MOVE DTCHN-CHAIN-OUT TO DTCHN-PREV-CHAIN
           END-IF.

      * The merge's own journal entries, under the night's run date
      * and job ID like the partitions' own.
       8200-WRITE-JOURNAL.
           MOVE WS-NIGHT-DATE TO BKJ-RUN-DATE
           MOVE WS-JOB-ID TO BKJ-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO BKJ-TIMESTAMP
           ADD 1 TO WS-BKJ-ENTRY-NO
           MOVE WS-BKJ-ENTRY-NO TO BKJ-ENTRY-NO
           MOVE WS-DMT-SOURCE TO BKJ-SOURCE-ID
           WRITE BKJ-OUT-RECORD FROM BKJ-RECORD
           IF WS-BKJ-OK
               ADD 1 TO WS-JRN-WRITTEN
           ELSE
               DISPLAY "Unable to write backout journal entry"
               ADD 1 TO WS-FOLLOW-UPS
           END-IF.

      * Amount as DTVAL100 normalizes it: spaces count as zero.
       8300-NORMALIZE-AMOUNT.
           IF TRAN-AMOUNT IS NUMERIC
               MOVE TRAN-AMOUNT TO WS-TRAN-AMOUNT
           ELSE
               MOVE 0 TO WS-TRAN-AMOUNT
           END-IF.

      * Serial day number, as DTVAL100 computes it, for the run
      * date's day of week.
       8400-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYNUM-Y1 = WS-DAYNUM-CCYY - 1
           COMPUTE WS-DAYNUM-RESULT = 365 * WS-DAYNUM-Y1
           DIVIDE WS-DAYNUM-Y1 BY 4
               GIVING WS-DAYNUM-QUOT
           ADD WS-DAYNUM-QUOT TO WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-Y1 BY 100
               GIVING WS-DAYNUM-QUOT
           SUBTRACT WS-DAYNUM-QUOT FROM WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-Y1 BY 400
               GIVING WS-DAYNUM-QUOT
           ADD WS-DAYNUM-QUOT TO WS-DAYNUM-RESULT
           IF WS-DAYNUM-MM >= 1 AND WS-DAYNUM-MM <= 12
               ADD WS-CUMDAYS-TAB (WS-DAYNUM-MM) TO WS-DAYNUM-RESULT
           END-IF
           ADD WS-DAYNUM-DD TO WS-DAYNUM-RESULT
           IF WS-DAYNUM-MM > 2
               DIVIDE WS-DAYNUM-CCYY BY 4
                   GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
               IF WS-DAYNUM-REM = 0
                   DIVIDE WS-DAYNUM-CCYY BY 100
                       GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
                   IF WS-DAYNUM-REM NOT = 0
                       ADD 1 TO WS-DAYNUM-RESULT
                   ELSE
                       DIVIDE WS-DAYNUM-CCYY BY 400
                           GIVING WS-DAYNUM-QUOT
                               REMAINDER WS-DAYNUM-REM
                       IF WS-DAYNUM-REM = 0
                           ADD 1 TO WS-DAYNUM-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
