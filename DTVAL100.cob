               RECORD KEY IS EXP-SOURCE-ID
               FILE STATUS IS WS-EXP-STATUS.

           SELECT PRF-FILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-SOURCE-ID
               FILE STATUS IS WS-PRF-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT REVW-FILE ASSIGN TO REVWFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-KEY
               FILE STATUS IS WS-REVW-STATUS.

           SELECT BKJ-FILE ASSIGN TO BKJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           COPY "cpycycr.cpy".

      * End-of-run control totals for the nightly balancing step
      * (DTVAL800): details edited = validated + rejected + held +
      * queued for review.
       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "cpyctlr.cpy".
       FD  EXP-FILE.
           COPY "cpyexpr.cpy".

       FD  PRF-FILE.
           COPY "cpyprfr.cpy".

       FD  ACCT-FILE.
           COPY "cpyacct.cpy".

      * High-value review queue: a detail that passes every edit
      * with an amount over the REVIEWAM threshold is parked here
      * instead of going to the validated feed, until treasury
      * approves (DTVALRVW) and the release run (DTVAL320) sends it
      * back through the cycle.
       FD  REVW-FILE.
           COPY "cpyrevw.cpy".

      * Backout journal: every validated and held write and every
      * history, disposition, and review-queue change this run
      * makes, with the record as it stood before, so the night
      * backout utility (DTVALBKO) can take the run out again.
       FD  BKJ-FILE
           RECORDING MODE IS F.
           COPY "cpybkjr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-DATE             PIC 9(8).
               10  WS-TIME-SS      PIC 9(2).
           05  WS-DATE-COMP        PIC 9(8) VALUE 20231231.
           05  WS-BUSINESS-DATE    PIC 9(8) VALUE 0.
      * The date and time the edits actually see: the feed's stamp
      * brought to shop time by the batch profile's time-zone
      * offset. WS-DATE/WS-TIME keep the stamp as the feed sent it
      * for the audit trail, the dispositions, and the checkpoint.
           05  WS-EDIT-DATE        PIC 9(8).
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-CCYY    PIC 9(4).
               10  WS-EDIT-MM      PIC 9(2).
               10  WS-EDIT-DD      PIC 9(2).
           05  WS-EDIT-TIME        PIC 9(6).
           05  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME.
               10  WS-EDIT-HH      PIC 9(2).
               10  WS-EDIT-MI      PIC 9(2).
               10  WS-EDIT-SS      PIC 9(2).

       01  WS-FLAGS.
           05  WS-RUN-MODE         PIC X(1).
               88  WS-VALID-OK            VALUE "00".
           05  WS-HELD-STATUS      PIC X(2).
               88  WS-HELD-OK             VALUE "00".
      * The warehouse is opened when the shop HOLDOPT is on or any
      * source profile holds, so a profile can turn holding on for
      * its own batches without the shop option.
           05  WS-HELD-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-HELD-OPENED         VALUE "Y".
           05  WS-RECORD-SW        PIC X(1).
               88  WS-RECORD-ACCEPTED     VALUE "A".
               88  WS-RECORD-REJECTED     VALUE "R".
               88  WS-RECORD-HELD         VALUE "H".
               88  WS-RECORD-QUEUED       VALUE "Q".
           05  WS-HOLD-OPTION-SW   PIC X(1) VALUE "N".
               88  WS-HOLD-OPTION-ON      VALUE "Y".
           05  WS-HIST-STATUS      PIC X(2).
           05  WS-EXP-STATUS       PIC X(2).
               88  WS-EXP-OK              VALUE "00".
               88  WS-EXP-EOF             VALUE "10".
           05  WS-PRF-STATUS       PIC X(2).
               88  WS-PRF-OK              VALUE "00".
               88  WS-PRF-EOF             VALUE "10".
           05  WS-PRF-ANY-HOLD-SW  PIC X(1) VALUE "N".
               88  WS-PRF-ANY-HOLD        VALUE "Y".
           05  WS-PRF-CUTOFF-SW    PIC X(1) VALUE "N".
               88  WS-PRF-CUTOFF-FOUND    VALUE "Y".
           05  WS-ACCT-STATUS      PIC X(2).
               88  WS-ACCT-OK             VALUE "00".
      * The account master is fail-soft like the calendar: a run
      * without it validates everything but edits no accounts.
           05  WS-ACCT-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-ACCT-OPENED         VALUE "Y".
               88  WS-ACCT-UNAVAILABLE    VALUE "N".
           05  WS-REVW-STATUS      PIC X(2).
               88  WS-REVW-OK             VALUE "00".
               88  WS-REVW-NOT-FOUND      VALUE "23".
      * The review queue is opened only when a REVIEWAM threshold
      * is set, and is then required like the warehouse: running
      * without it would put unreviewed high-value items on the
      * validated feed.
           05  WS-REVW-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-REVW-OPENED         VALUE "Y".
      * Set when a reversal's original, missing from history, is
      * found rejected or parked for review.
           05  WS-REV-ORIG-SW      PIC X(1) VALUE "N".
               88  WS-REV-ORIG-SEEN       VALUE "Y".
           05  WS-BKJ-STATUS       PIC X(2).
               88  WS-BKJ-OK              VALUE "00".
      * The backout journal is fail-soft like the statistics file:
      * the night runs without it, it just cannot be backed out.
           05  WS-BKJ-OPEN-SW      PIC X(1) VALUE "N".
               88  WS-BKJ-OPENED          VALUE "Y".

       01  WS-CUTOFF-TYPE              PIC X(8) VALUE "CUTOFF".
       01  WS-BUSDATE-TYPE             PIC X(8) VALUE "BUSDATE".
       01  WS-DUPDAYS-TYPE             PIC X(8) VALUE "DUPDAYS".
       01  WS-REJLIMIT-TYPE            PIC X(8) VALUE "REJLIMIT".
       01  WS-WINDOWND-TYPE            PIC X(8) VALUE "WINDOWND".
       01  WS-REVIEWAM-TYPE            PIC X(8) VALUE "REVIEWAM".

      * High-value review threshold. REVIEWAM parameter record (date
      * field = whole dollars, 0 or absent = no review): a detail
      * that passes every edit with an amount over it is parked on
      * the review queue. Approved items come back in a batch whose
      * header source is WS-APPROVED-SOURCE and are not queued a
      * second time.
       01  WS-REVIEW-WORK.
           05  WS-REVIEW-AMOUNT        PIC 9(9)V99 VALUE 0.
           05  WS-APPROVED-SOURCE      PIC X(8) VALUE "DTVALAPR".
           05  WS-BATCH-QUEUED-COUNT   PIC 9(9) VALUE 0.

      * Scheduler-visible condition codes. Every abnormal path sets
      * one of these in RETURN-CODE so automation can tell a good
      *   12  required file would not open
      *   16  batch reconciliation failed (trailer missing or out of
      *       balance)
      *   20  reject-rate circuit breaker tripped (REJLIMIT exceeded,
      *       or a source's batch over its profile's own limit)
      *   24  suspended at window close (WINDOWND deadline reached) -
      *       deliberate, resubmit with the same RUNJOBID next window
      *   28  feed arrival failure - an expected source never
      * STAT-RECORD per header/trailer batch, reset as each batch
      * opens. A record that fails more than one edit counts under
      * each reason it drew an audit record for, matching what the
      * audit trail shows. Each checkpoint carries an image of this
      * group (CKPT-STAT-IMAGE) for the restart to take back, so it
      * must stay all display fields and no longer than that image.
       01  WS-STAT-WORK.
           05  WS-PASS-COUNT           PIC 9(9) VALUE 0.
           05  WS-AMT-PASSED           PIC 9(13)V99 VALUE 0.
           05  WS-REJ-NONBUS-COUNT     PIC 9(9) VALUE 0.
           05  WS-REJ-TIME-COUNT       PIC 9(9) VALUE 0.
           05  WS-REJ-DUP-COUNT        PIC 9(9) VALUE 0.
           05  WS-REJ-AMOUNT-COUNT     PIC 9(9) VALUE 0.
           05  WS-REJ-ACCT-UNK-COUNT   PIC 9(9) VALUE 0.
           05  WS-REJ-ACCT-CLS-COUNT   PIC 9(9) VALUE 0.
           05  WS-REJ-ACCT-FRZ-COUNT   PIC 9(9) VALUE 0.
           05  WS-REV-PASS-COUNT       PIC 9(9) VALUE 0.
           05  WS-AMT-REV-PASSED       PIC 9(13)V99 VALUE 0.
           05  WS-REJ-REV-NF-COUNT     PIC 9(9) VALUE 0.
           05  WS-REJ-REV-NA-COUNT     PIC 9(9) VALUE 0.
           05  WS-REJ-REV-RV-COUNT     PIC 9(9) VALUE 0.
           05  WS-REJ-REV-OA-COUNT     PIC 9(9) VALUE 0.
           05  WS-REJ-REV-NI-COUNT     PIC 9(9) VALUE 0.

      * Reject-rate circuit breaker. REJLIMIT parameter record (date
      * field = whole percent, 0 or absent = breaker off). Checked
       01  WS-OPERATOR-AREA.
           05  WS-OPERATOR-ID      PIC X(8).
           05  WS-JOB-ID           PIC X(8).
      * Partition number when this execution validates one partition
      * of a partitioned night (second PARM operand - see
      * jcl/DTVALPRT.jcl); space for the whole file.
           05  WS-PARTITION-ID     PIC X(1) VALUE SPACE.
               88  WS-PARTITION-RUN       VALUE "1" THRU "9".

       01  WS-AUDIT-REASON-TEXT        PIC X(20).

           88  WS-REASON-DUPLICATE            VALUE 50.
           88  WS-REASON-FEED-MISSING         VALUE 60.
           88  WS-REASON-FEED-UNEXPECT        VALUE 61.
           88  WS-REASON-OVER-MAXIMUM         VALUE 70.
           88  WS-REASON-ACCT-UNKNOWN         VALUE 71.
           88  WS-REASON-ACCT-CLOSED          VALUE 72.
           88  WS-REASON-ACCT-FROZEN          VALUE 73.
           88  WS-REASON-REV-NOT-FOUND        VALUE 80.
           88  WS-REASON-REV-NOT-ACCEPTED     VALUE 81.
           88  WS-REASON-REV-REVERSED         VALUE 82.
           88  WS-REASON-REV-OVER-AMOUNT      VALUE 83.
           88  WS-REASON-REV-NO-ID            VALUE 84.

      * Batch reconciliation work area, reset as each header opens a
      * new batch. The transaction file may carry several
           05  WS-TRL-REC-COUNT        PIC 9(9) VALUE 0.
           05  WS-TRL-HASH-TOTAL       PIC 9(16) VALUE 0.
           05  WS-TRL-AMT-TOTAL        PIC 9(13)V99 VALUE 0.
      * Reversals within the batch, reconciled against the
      * trailer's reversal count and amount only when the feed
      * fills them in.
           05  WS-REV-COUNT            PIC 9(9) VALUE 0.
           05  WS-REV-AMT-TOTAL        PIC 9(13)V99 VALUE 0.
           05  WS-TRL-REV-COUNT        PIC 9(9) VALUE 0.
           05  WS-TRL-REV-AMT          PIC 9(13)V99 VALUE 0.
           05  WS-TRL-REV-SW           PIC X(1) VALUE "N".
               88  WS-TRL-REV-PRESENT         VALUE "Y".
           05  WS-BATCH-COUNT          PIC 9(4) VALUE 0.
           05  WS-BATCH-REJ-COUNT      PIC 9(9) VALUE 0.
           05  WS-BATCH-HELD-COUNT     PIC 9(9) VALUE 0.
           05  WS-CKPT-INTERVAL        PIC 9(9) VALUE 1000.
           05  WS-CKPT-DIV-QUOT        PIC 9(9).
           05  WS-CKPT-DIV-REM         PIC 9(9).
      * The batch in flight's counts off the restart checkpoint, put
      * back once the skipped records have been replayed.
           05  WS-RESTART-COUNTS.
               10  WS-RST-REJ-COUNT    PIC 9(9).
               10  WS-RST-HELD-COUNT   PIC 9(9).
               10  WS-RST-QUEUED-COUNT PIC 9(9).
               10  WS-RST-STAT-IMAGE   PIC X(207).
           05  WS-RESTART-COUNTS-SW    PIC X(1) VALUE "N".
               88  WS-RESTART-COUNTS-FOUND    VALUE "Y".

       01  WS-PARM-JOBID-LEN           PIC 9(4).
       01  WS-PARM-PARTITION           PIC X(8).

      * Execution-level count of records written to the validated
      * feed (the per-batch WS-PASS-COUNT resets at every header).
      * loading for this cycle.
       01  WS-VALID-WRITTEN            PIC 9(9) VALUE 0.

      * Backout journal work: the entry counter for this execution
      * and the keyed record as it stood before this run changed it
      * (spaces when the run is adding it).
       01  WS-BKJ-ENTRY-NO             PIC 9(9) VALUE 0.
       01  WS-BKJ-BEFORE-IMAGE         PIC X(240).

      * Execution-level control totals for the balancing step:
      * details this execution actually edited (replayed records a
      * restart skips were counted by the execution that processed
      * them), how many of those it parked on the warehouse, and
      * how many on the high-value review queue. With
      * WS-REJECT-COUNT and WS-VALID-WRITTEN these must cross-foot:
      * edited = validated + rejected + held + queued.
       01  WS-CTL-WORK.
           05  WS-CTL-DETAILS          PIC 9(9) VALUE 0.
           05  WS-CTL-HELD             PIC 9(9) VALUE 0.
           05  WS-CTL-QUEUED           PIC 9(9) VALUE 0.

      * Sources that presented a header tonight, for the arrival
      * check against the expected-sources file after the file is
           05  WS-ARR-STAT-SW          PIC X(1) VALUE "N".
               88  WS-ARR-STAT-OPEN           VALUE "Y".

      * Per-source validation profiles (PRFFILE - cpyprfr.cpy),
      * loaded once at start of run with each profile's cutoff
      * already resolved off the parameter file, and applied as each
      * batch opens. A source not in the table - or every source,
      * when the profile file is unavailable - runs under the shop-
      * wide values saved in WS-SHOP-DEFAULTS, exactly as every feed
      * did before profiles.
       01  WS-PRF-LIMITS.
           05  WS-PRF-MAX              PIC 9(3) COMP VALUE 50.
           05  WS-PRF-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-PRF-IX               PIC 9(3) COMP.
           05  WS-PRF-FOUND-IX         PIC 9(3) COMP.
       01  WS-PRF-TABLE.
           05  WS-PRF-ENTRY OCCURS 50 TIMES.
               10  WS-PRF-SOURCE       PIC X(8).
               10  WS-PRF-CUTOFF-DATE  PIC 9(8).
               10  WS-PRF-HOLD-SW      PIC X(1).
               10  WS-PRF-REJ-LIMIT    PIC 9(3).
               10  WS-PRF-TZ-OFFSET    PIC S9(4).
               10  WS-PRF-MAX-AMOUNT   PIC 9(9)V99.

       01  WS-SHOP-DEFAULTS.
           05  WS-SHOP-PROFILE-ID      PIC X(8) VALUE "SHOPDFLT".
           05  WS-SHOP-DATE-COMP       PIC 9(8) VALUE 0.
           05  WS-SHOP-HOLD-SW         PIC X(1) VALUE "N".

      * The profile in force for the batch in flight: its ID goes
      * onto every audit and statistics record the batch writes.
      * The cutoff and hold option are applied straight into
      * WS-DATE-COMP and WS-HOLD-OPTION-SW.
       01  WS-BATCH-PROFILE.
           05  WS-PROFILE-ID           PIC X(8) VALUE "SHOPDFLT".
           05  WS-BATCH-REJ-LIMIT      PIC 9(3) VALUE 0.
           05  WS-TZ-OFFSET            PIC S9(4) VALUE 0.
           05  WS-MAX-AMOUNT           PIC 9(9)V99 VALUE 0.

       01  WS-TZ-WORK.
           05  WS-TZ-MINUTES           PIC S9(5) COMP.
           05  WS-TZ-MAX-DAY           PIC 9(2).
           05  WS-TZ-QUOT              PIC 9(4).
           05  WS-TZ-REM               PIC 9(4).

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS-TAB       PIC 9(2) OCCURS 12 TIMES.

       COPY "cpylink.cpy".
       COPY "cpychnl.cpy".

       LINKAGE SECTION.
      * EXEC PGM parameter area: receives whatever the JCL EXEC
      * rewrites "//" statements, never SYSIN instream data, so the
      * per-run job id has to arrive this way rather than as an
      * ACCEPTed SYSIN card if it is to actually vary run to run.
      * A partition of a partitioned night passes its partition
      * number after the job ID: PARM='&RUNJOBID,&PART'.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-TEXT            PIC X(17).
           05  LK-PARM-FIELDS REDEFINES LK-PARM-TEXT.
               10  LK-PARM-JOBID       PIC X(8).
               10  FILLER              PIC X(9).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN.
           PERFORM 1000-GET-RUN-MODE
           PERFORM 1500-LOAD-CUTOFF
           MOVE WS-DATE-COMP TO WS-SHOP-DATE-COMP
           PERFORM 1600-LOAD-BUSINESS-DATE
      * Seed the effective-cutoff answer the way DTVALSUB would pick
      * it, so audit paths that run before any DTVALSUB call (a
               MOVE WS-DATE-COMP TO DTVAL-EFFECTIVE-CUTOFF-OUT
           END-IF
           PERFORM 1700-LOAD-HOLD-OPTION
           MOVE WS-HOLD-OPTION-SW TO WS-SHOP-HOLD-SW
           PERFORM 1800-LOAD-DUP-DAYS
           PERFORM 1900-LOAD-REJECT-LIMIT
           PERFORM 1950-LOAD-WINDOW-END
           PERFORM 1955-LOAD-REVIEW-AMOUNT
           IF WS-MODE-BATCH
               PERFORM 1960-LOAD-SOURCE-PROFILES
           END-IF
      * AUDIT-FILE is DISP=MOD (jcl/DTVALRUN.jcl) so OPEN EXTEND
      * appends to, rather than replaces, the audit trail built up
      * before a prior abend - a restart that skips already-processed
      * records (2010-SKIP-PROCESSED-RECORDS) relies on those records'
      * rejects still being on file from before the checkpoint. Status
      * 35 (file does not exist yet) falls back to OPEN OUTPUT for the
      * very first run, matching CKPT-FILE's pattern below. The trail
      * is chained (DTVALCHN), so where it ends - including any
      * records a prior abended execution wrote - is found first and
      * tonight's records carry on its sequence numbers and chain.
           SET DTCHN-FIND-AUDIT-END TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           IF NOT DTCHN-OK
               DISPLAY "Audit trail end unreadable, chain restarts"
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           ACCEPT WS-FALLBACK-AUTH
           IF LK-PARM-LENGTH > 0
               MOVE SPACES TO WS-JOB-ID
               MOVE SPACES TO WS-PARM-PARTITION
               MOVE LK-PARM-LENGTH TO WS-PARM-JOBID-LEN
               IF WS-PARM-JOBID-LEN > 17
                   MOVE 17 TO WS-PARM-JOBID-LEN
               END-IF
               UNSTRING LK-PARM-TEXT(1:WS-PARM-JOBID-LEN)
                   DELIMITED BY ","
                   INTO WS-JOB-ID WS-PARM-PARTITION
               END-UNSTRING
               IF WS-PARM-PARTITION NOT = SPACES
                   MOVE WS-PARM-PARTITION(1:1) TO WS-PARTITION-ID
                   IF NOT WS-PARTITION-RUN
                      OR WS-PARM-PARTITION(2:7) NOT = SPACES
                       DISPLAY "Invalid partition on PARM: "
                           WS-PARM-PARTITION
                       MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
                       STOP RUN
                   END-IF
                   DISPLAY "Validating partition " WS-PARTITION-ID
                       " of job " WS-JOB-ID
               END-IF
           ELSE
               DISPLAY "Job ID: "
               ACCEPT WS-JOB-ID
               CLOSE PARM-FILE
           END-IF.

       1955-LOAD-REVIEW-AMOUNT.
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE WS-REVIEWAM-TYPE TO PARM-CUTOFF-TYPE
               READ PARM-FILE
                   KEY IS PARM-CUTOFF-TYPE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK AND PARM-CUTOFF-DATE > 0
                   MOVE PARM-CUTOFF-DATE TO WS-REVIEW-AMOUNT
               END-IF
               CLOSE PARM-FILE
           END-IF.

      * Per-source validation profiles. Fail-soft like the calendar:
      * with no profile file every source runs under the shop-wide
      * values, the way every feed ran before profiles existed.
       1960-LOAD-SOURCE-PROFILES.
           OPEN INPUT PRF-FILE
           IF NOT WS-PRF-OK
               DISPLAY "Source-profile file unavailable, all sources "
                   "run under the shop-wide defaults"
           ELSE
               PERFORM UNTIL WS-PRF-EOF
                   READ PRF-FILE NEXT RECORD
                       AT END
                           SET WS-PRF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1965-LOAD-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE PRF-FILE
               DISPLAY "Source profiles loaded: " WS-PRF-COUNT
           END-IF.

      * A blank hold option or cutoff type on the profile means the
      * shop setting; the NUMERIC tests treat an unreadable numeric
      * field as zero (no limit, no offset, no ceiling).
       1965-LOAD-ONE-PROFILE.
           IF WS-PRF-COUNT >= WS-PRF-MAX
               DISPLAY "Source-profile table full, shop defaults "
                   "used for " PRF-SOURCE-ID
           ELSE
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-IX
               MOVE PRF-SOURCE-ID TO WS-PRF-SOURCE (WS-PRF-IX)
               EVALUATE TRUE
                   WHEN PRF-HOLD-ON
                       MOVE "Y" TO WS-PRF-HOLD-SW (WS-PRF-IX)
                       SET WS-PRF-ANY-HOLD TO TRUE
                   WHEN PRF-HOLD-OFF
                       MOVE "N" TO WS-PRF-HOLD-SW (WS-PRF-IX)
                   WHEN OTHER
                       MOVE WS-SHOP-HOLD-SW
                           TO WS-PRF-HOLD-SW (WS-PRF-IX)
               END-EVALUATE
               IF PRF-REJECT-LIMIT IS NUMERIC
                   MOVE PRF-REJECT-LIMIT TO WS-PRF-REJ-LIMIT (WS-PRF-IX)
               ELSE
                   MOVE 0 TO WS-PRF-REJ-LIMIT (WS-PRF-IX)
               END-IF
               IF PRF-TZ-OFFSET IS NUMERIC
                   MOVE PRF-TZ-OFFSET TO WS-PRF-TZ-OFFSET (WS-PRF-IX)
               ELSE
                   MOVE 0 TO WS-PRF-TZ-OFFSET (WS-PRF-IX)
               END-IF
               IF PRF-MAX-AMOUNT IS NUMERIC
                   MOVE PRF-MAX-AMOUNT
                       TO WS-PRF-MAX-AMOUNT (WS-PRF-IX)
               ELSE
                   MOVE 0 TO WS-PRF-MAX-AMOUNT (WS-PRF-IX)
               END-IF
               MOVE WS-SHOP-DATE-COMP TO WS-PRF-CUTOFF-DATE (WS-PRF-IX)
               IF PRF-CUTOFF-TYPE NOT = SPACES
                  AND PRF-CUTOFF-TYPE NOT = WS-CUTOFF-TYPE
                   PERFORM 1970-RESOLVE-PROFILE-CUTOFF
               END-IF
           END-IF.

      * A profile's own cutoff type is read off the parameter file
      * the way 1500-LOAD-CUTOFF reads CUTOFF, effective-dated
      * successor included. A type that is missing or unusable
      * leaves the source on the shop cutoff and says so - the shop
      * cutoff is a maintained value, not the compiled-in default,
      * so no operator authorization is needed to fall back to it.
       1970-RESOLVE-PROFILE-CUTOFF.
           MOVE "N" TO WS-PRF-CUTOFF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE PRF-CUTOFF-TYPE TO PARM-CUTOFF-TYPE
               READ PARM-FILE
                   KEY IS PARM-CUTOFF-TYPE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK
                   IF PARM-PENDING-DATE IS NUMERIC
                      AND PARM-PENDING-DATE > 0
                      AND PARM-PENDING-VALUE IS NUMERIC
                      AND PARM-PENDING-VALUE > 0
                      AND WS-CURRENT-DATE >= PARM-PENDING-DATE
                       MOVE PARM-PENDING-VALUE
                           TO WS-PRF-CUTOFF-DATE (WS-PRF-IX)
                       SET WS-PRF-CUTOFF-FOUND TO TRUE
                   ELSE
                       IF PARM-CUTOFF-DATE IS NUMERIC
                          AND PARM-CUTOFF-DATE > 0
                           MOVE PARM-CUTOFF-DATE
                               TO WS-PRF-CUTOFF-DATE (WS-PRF-IX)
                           SET WS-PRF-CUTOFF-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF NOT WS-PRF-CUTOFF-FOUND
               DISPLAY "Cutoff type " PRF-CUTOFF-TYPE " for source "
                   PRF-SOURCE-ID " unavailable, shop cutoff used"
           END-IF.

       2000-BATCH-PROCESS.
           PERFORM 2005-DETERMINE-RESTART-POINT
           OPEN INPUT TRAN-FILE
      * HELDFILE is DISP=MOD for the same restart reason as AUDITFILE
      * and VALIDFILE: holds written before an abend stay on file and
      * the skipped records are not re-held.
           IF WS-HOLD-OPTION-ON OR WS-PRF-ANY-HOLD
               OPEN EXTEND HELD-FILE
               IF WS-HELD-STATUS = "35"
                   OPEN OUTPUT HELD-FILE
                   CLOSE AUDIT-FILE
                   STOP RUN
               END-IF
               SET WS-HELD-OPENED TO TRUE
           END-IF
           IF WS-REVIEW-AMOUNT > 0
               PERFORM 2038-OPEN-REVIEW-QUEUE
           END-IF
           PERFORM 2030-OPEN-HISTORY
           PERFORM 2035-OPEN-DISPOSITION
           PERFORM 2037-OPEN-ACCOUNT-MASTER
           PERFORM 2039-OPEN-BACKOUT-JOURNAL
           IF WS-SKIP-COUNT > 0
               PERFORM 2010-SKIP-PROCESSED-RECORDS
           END-IF
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE VALID-FILE
               IF WS-HELD-OPENED
                   CLOSE HELD-FILE
               END-IF
               CLOSE AUDIT-FILE
               END-IF
           ELSE
               PERFORM 2420-FINISH-FINAL-BATCH
               IF WS-PARTITION-RUN
                   DISPLAY "Partition " WS-PARTITION-ID ": feed "
                       "arrival check left to the merge"
               ELSE
                   PERFORM 2600-CHECK-EXPECTED-SOURCES
               END-IF
               PERFORM 2980-FINAL-REJECT-RATE
               PERFORM 2990-WRITE-COMPLETION-CHECKPOINT
           END-IF
           PERFORM 2997-WRITE-CONTROL-TOTALS
           CLOSE TRAN-FILE
           CLOSE VALID-FILE
           IF WS-HELD-OPENED
               CLOSE HELD-FILE
           END-IF
           IF WS-HIST-OPENED
           IF WS-DISP-OPENED
               CLOSE DISP-FILE
           END-IF
           IF WS-ACCT-OPENED
               CLOSE ACCT-FILE
           END-IF
           IF WS-REVW-OPENED
               CLOSE REVW-FILE
           END-IF
           IF WS-BKJ-OPENED
               CLOSE BKJ-FILE
           END-IF
           CLOSE CKPT-FILE.

      * Recent-history file for the duplicate check, opened I-O so
                   "tracked"
           END-IF.

      * Account master extract from the core system, loaded keyed
      * ahead of the run. Read-only here; a missing or unloadable
      * extract leaves the run without the account edit rather than
      * stopping the night, the same fail-soft as the calendar.
       2037-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-OPENED TO TRUE
           ELSE
               DISPLAY "Account master unavailable, account edit off"
           END-IF.

      * High-value review queue, opened I-O so tonight's items are
      * added as they pass their edits. Status 35 means never
      * loaded: created empty and reopened, the same pattern as the
      * history file. Any other failure stops the run like a held-
      * file failure - the threshold is a treasury control and is
      * not quietly switched off.
       2038-OPEN-REVIEW-QUEUE.
           OPEN I-O REVW-FILE
           IF WS-REVW-STATUS = "35"
               OPEN OUTPUT REVW-FILE
               CLOSE REVW-FILE
               OPEN I-O REVW-FILE
           END-IF
           IF NOT WS-REVW-OK
               DISPLAY "Unable to open high-value review queue"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE VALID-FILE
               IF WS-HELD-OPENED
                   CLOSE HELD-FILE
               END-IF
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF
           SET WS-REVW-OPENED TO TRUE.

      * Backout journal for the night backout utility (DTVALBKO).
      * DISP=MOD like the audit trail, so a restarted night's
      * executions all land on it; status 35 falls back to OPEN
      * OUTPUT for the very first run. Fail-soft like the
      * statistics file - the night is not abandoned over it - but
      * a run without it cannot be backed out, and the log says so.
      * A partition's journal is required: the merge takes each
      * validated record's source from it and carries it onto the
      * night's journal.
       2039-OPEN-BACKOUT-JOURNAL.
           OPEN EXTEND BKJ-FILE
           IF WS-BKJ-STATUS = "35"
               OPEN OUTPUT BKJ-FILE
           END-IF
           IF WS-BKJ-OK
               SET WS-BKJ-OPENED TO TRUE
           ELSE
               IF WS-PARTITION-RUN
                   DISPLAY "Unable to open partition backout journal"
                   MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
                   CLOSE TRAN-FILE
                   CLOSE VALID-FILE
                   IF WS-HELD-OPENED
                       CLOSE HELD-FILE
                   END-IF
                   IF WS-REVW-OPENED
                       CLOSE REVW-FILE
                   END-IF
                   IF WS-HIST-OPENED
                       CLOSE HIST-FILE
                   END-IF
                   IF WS-DISP-OPENED
                       CLOSE DISP-FILE
                   END-IF
                   IF WS-ACCT-OPENED
                       CLOSE ACCT-FILE
                   END-IF
                   CLOSE AUDIT-FILE
                   STOP RUN
               END-IF
               DISPLAY "Backout journal unavailable, this run cannot "
                   "be backed out"
           END-IF.

      * One physical record off the transaction file. Header and
      * trailer records open and close reconciliation batches; only
      * detail records go through the date/time edits. A header with
      * the prior batch still open means that batch's trailer never
      * arrived - it fails before the next feed starts. A reversal
      * goes through the detail edits plus its check against
      * history. A record whose type byte is none of H/D/R/T still
      * occupies a detail slot in the upstream count, so it is
      * counted as a detail and bounced.
       2020-PROCESS-TRAN-RECORD.
           EVALUATE TRUE
               WHEN TRAN-TYPE-HEADER
                       PERFORM 2400-RECONCILE-BATCH
                   END-IF
                   PERFORM 2040-START-BATCH
                   PERFORM 2045-NOTE-SOURCE-SEEN
               WHEN TRAN-TYPE-TRAILER
                   IF WS-BATCH-CLOSED
                   ELSE
                       MOVE 0 TO WS-TRL-AMT-TOTAL
                   END-IF
                   IF TRAN-TRL-REV-COUNT IS NUMERIC
                      AND TRAN-TRL-REV-AMT IS NUMERIC
                       MOVE TRAN-TRL-REV-COUNT TO WS-TRL-REV-COUNT
                       MOVE TRAN-TRL-REV-AMT TO WS-TRL-REV-AMT
                       SET WS-TRL-REV-PRESENT TO TRUE
                   END-IF
                   SET WS-TRAILER-SEEN TO TRUE
                   PERFORM 2400-RECONCILE-BATCH
               WHEN TRAN-TYPE-DETAIL
               WHEN TRAN-TYPE-REVERSAL
                   IF WS-BATCH-CLOSED
                       PERFORM 2040-START-BATCH
                   END-IF
           END-EVALUATE.

      * Open a new reconciliation batch: the per-batch totals and
      * the per-source statistics all restart at zero, and the
      * batch's source profile goes into force. Details that arrive
      * before any header still open a batch - the source is simply
      * unknown (spaces) and runs under the shop defaults - so a
      * headerless feed reconciles and reports the way it always
      * did.
       2040-START-BATCH.
           ADD 1 TO WS-BATCH-COUNT
           SET WS-BATCH-OPEN TO TRUE
           SET WS-TRAILER-MISSING TO TRUE
           MOVE "N" TO WS-RECON-SW
           IF TRAN-TYPE-HEADER
               MOVE TRAN-HDR-SOURCE-ID TO WS-HDR-SOURCE-ID
           ELSE
               MOVE SPACES TO WS-HDR-SOURCE-ID
           END-IF
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-HASH-TOTAL
           MOVE 0 TO WS-AMT-TOTAL
           MOVE 0 TO WS-TRL-REC-COUNT
           MOVE 0 TO WS-TRL-HASH-TOTAL
           MOVE 0 TO WS-TRL-AMT-TOTAL
           MOVE 0 TO WS-REV-COUNT
           MOVE 0 TO WS-REV-AMT-TOTAL
           MOVE 0 TO WS-TRL-REV-COUNT
           MOVE 0 TO WS-TRL-REV-AMT
           MOVE "N" TO WS-TRL-REV-SW
           MOVE 0 TO WS-BATCH-REJ-COUNT
           MOVE 0 TO WS-BATCH-HELD-COUNT
           MOVE 0 TO WS-BATCH-QUEUED-COUNT
           INITIALIZE WS-STAT-WORK
           PERFORM 2042-APPLY-SOURCE-PROFILE.

      * The batch runs under its source's profile when it has one,
      * otherwise under the shop-wide values. The effective-cutoff
      * seed is redone for the batch's cutoff so an audit written
      * before the batch's first DTVALSUB call logs the cutoff the
      * batch is actually edited against.
       2042-APPLY-SOURCE-PROFILE.
           MOVE 0 TO WS-PRF-FOUND-IX
           MOVE 1 TO WS-PRF-IX
           PERFORM UNTIL WS-PRF-IX > WS-PRF-COUNT
                      OR WS-PRF-FOUND-IX > 0
               IF WS-PRF-SOURCE (WS-PRF-IX) = WS-HDR-SOURCE-ID
                   MOVE WS-PRF-IX TO WS-PRF-FOUND-IX
               END-IF
               ADD 1 TO WS-PRF-IX
           END-PERFORM
           IF WS-PRF-FOUND-IX > 0
               MOVE WS-HDR-SOURCE-ID TO WS-PROFILE-ID
               MOVE WS-PRF-CUTOFF-DATE (WS-PRF-FOUND-IX)
                   TO WS-DATE-COMP
               MOVE WS-PRF-HOLD-SW (WS-PRF-FOUND-IX)
                   TO WS-HOLD-OPTION-SW
               MOVE WS-PRF-REJ-LIMIT (WS-PRF-FOUND-IX)
                   TO WS-BATCH-REJ-LIMIT
               MOVE WS-PRF-TZ-OFFSET (WS-PRF-FOUND-IX) TO WS-TZ-OFFSET
               MOVE WS-PRF-MAX-AMOUNT (WS-PRF-FOUND-IX)
                   TO WS-MAX-AMOUNT
           ELSE
               MOVE WS-SHOP-PROFILE-ID TO WS-PROFILE-ID
               MOVE WS-SHOP-DATE-COMP TO WS-DATE-COMP
               MOVE WS-SHOP-HOLD-SW TO WS-HOLD-OPTION-SW
               MOVE 0 TO WS-BATCH-REJ-LIMIT
               MOVE 0 TO WS-TZ-OFFSET
               MOVE 0 TO WS-MAX-AMOUNT
           END-IF
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO DTVAL-EFFECTIVE-CUTOFF-OUT
           ELSE
               MOVE WS-DATE-COMP TO DTVAL-EFFECTIVE-CUTOFF-OUT
           END-IF.

       2045-NOTE-SOURCE-SEEN.
           PERFORM 2046-SEARCH-SEEN-TABLE
               MOVE 0 TO WS-TRAN-AMOUNT
           END-IF
           ADD WS-TRAN-AMOUNT TO WS-AMT-TOTAL
           IF TRAN-TYPE-REVERSAL
               ADD 1 TO WS-REV-COUNT
               ADD WS-TRAN-AMOUNT TO WS-REV-AMT-TOTAL
           END-IF
           MOVE TRAN-DATE TO WS-DATE
           MOVE TRAN-TIME TO WS-TIME
           MOVE TRAN-RECORD TO WS-AUDIT-IMAGE
           END-IF
           MOVE TRAN-ID TO WS-AUDIT-TRAN-ID
           MOVE TRAN-ACCOUNT TO WS-AUDIT-ACCOUNT
           MOVE WS-DATE TO WS-EDIT-DATE
           MOVE WS-TIME TO WS-EDIT-TIME
           IF WS-TZ-OFFSET NOT = 0
               PERFORM 2090-APPLY-TZ-OFFSET
           END-IF
           SET WS-RECORD-ACCEPTED TO TRUE
           IF WS-HIST-OPENED AND TRAN-ID NOT = SPACES
               PERFORM 2060-CHECK-DUPLICATE
           END-IF
           IF NOT WS-RECORD-REJECTED AND WS-MAX-AMOUNT > 0
               PERFORM 2250-CHECK-AMOUNT
           END-IF
           IF NOT WS-RECORD-REJECTED AND WS-ACCT-OPENED
               PERFORM 2260-CHECK-ACCOUNT
           END-IF
           IF NOT WS-RECORD-REJECTED AND TRAN-TYPE-REVERSAL
               PERFORM 2270-CHECK-REVERSAL
           END-IF
           IF NOT WS-RECORD-REJECTED
               PERFORM 2100-CHECK-DATE
               IF NOT WS-RECORD-HELD
                   PERFORM 2200-CHECK-TIME
               END-IF
           END-IF
      * A clean item over the review threshold waits for treasury
      * instead of going to the feed. It is not recorded in history
      * yet - it has not been accepted, and must pass the duplicate
      * check when the approved release brings it back.
           IF WS-RECORD-ACCEPTED AND WS-REVW-OPENED
              AND WS-TRAN-AMOUNT > WS-REVIEW-AMOUNT
              AND WS-HDR-SOURCE-ID NOT = WS-APPROVED-SOURCE
               PERFORM 2360-WRITE-REVIEW-RECORD
           END-IF
           IF WS-RECORD-ACCEPTED
               PERFORM 2300-WRITE-VALID-RECORD
               IF WS-HIST-OPENED AND TRAN-ID NOT = SPACES
                   PERFORM 2070-RECORD-HISTORY
               END-IF
               IF TRAN-TYPE-REVERSAL AND WS-HIST-OPENED
                   PERFORM 2075-MARK-ORIGINAL-REVERSED
               END-IF
           END-IF
           IF WS-RECORD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
           IF WS-RECORD-HELD
               ADD 1 TO WS-BATCH-HELD-COUNT
               ADD 1 TO WS-CTL-HELD
           END-IF
           IF WS-RECORD-QUEUED
               ADD 1 TO WS-BATCH-QUEUED-COUNT
               ADD 1 TO WS-CTL-QUEUED
           END-IF.

      * Duplicate check: a transaction ID already accepted tonight or
               PERFORM 2900-WRITE-AUDIT-RECORD
           END-IF.

      * The entry is built from spaces so a legitimately reused ID
      * does not inherit the old entry's reversal marker. An entry
      * being refreshed is journaled as it stood, one being added
      * as written.
       2070-RECORD-HISTORY.
           MOVE TRAN-ID TO HIST-TRAN-ID
           READ HIST-FILE
               KEY IS HIST-TRAN-ID
               INVALID KEY
                   MOVE SPACES TO WS-BKJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE HIST-RECORD TO WS-BKJ-BEFORE-IMAGE
           END-READ
           MOVE SPACES TO HIST-RECORD
           MOVE TRAN-ID TO HIST-TRAN-ID
           MOVE TRAN-ACCOUNT TO HIST-ACCOUNT
           MOVE TRAN-DATE TO HIST-TRAN-DATE
           MOVE TRAN-TIME TO HIST-TRAN-TIME
           MOVE WS-RUN-DATE TO HIST-PROC-DATE
           MOVE WS-TRAN-AMOUNT TO HIST-AMOUNT
           MOVE 0 TO HIST-REVERSED-DATE
           IF TRAN-TYPE-REVERSAL
               SET HIST-ENTRY-REVERSAL TO TRUE
               MOVE TRAN-REV-ORIG-ID TO HIST-ORIG-TRAN-ID
           ELSE
               MOVE "D" TO HIST-ENTRY-TYPE
           END-IF
           WRITE HIST-RECORD
               INVALID KEY
                   REWRITE HIST-RECORD
                           DISPLAY "Unable to record history for "
                               HIST-TRAN-ID
                   END-REWRITE
           END-WRITE
           MOVE SPACES TO BKJ-RECORD
           IF WS-BKJ-BEFORE-IMAGE = SPACES
               SET BKJ-HIST-ADDED TO TRUE
               MOVE HIST-RECORD TO BKJ-IMAGE
           ELSE
               SET BKJ-HIST-REFRESHED TO TRUE
               MOVE WS-BKJ-BEFORE-IMAGE TO BKJ-IMAGE
           END-IF
           PERFORM 2390-WRITE-BACKOUT-JOURNAL.

      * The original an accepted reversal backs out is marked with
      * the reversal's ID and tonight's date; 2270-CHECK-REVERSAL
      * refuses any later reversal of it.
       2075-MARK-ORIGINAL-REVERSED.
           MOVE TRAN-REV-ORIG-ID TO HIST-TRAN-ID
           READ HIST-FILE
               KEY IS HIST-TRAN-ID
               INVALID KEY
                   DISPLAY "Unable to mark reversed in history "
                       TRAN-REV-ORIG-ID
               NOT INVALID KEY
                   MOVE SPACES TO BKJ-RECORD
                   SET BKJ-HIST-REVERSED TO TRUE
                   MOVE HIST-RECORD TO BKJ-IMAGE
                   PERFORM 2390-WRITE-BACKOUT-JOURNAL
                   MOVE TRAN-ID TO HIST-REVERSED-BY
                   MOVE WS-RUN-DATE TO HIST-REVERSED-DATE
                   REWRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY "Unable to mark reversed in "
                               "history " HIST-TRAN-ID
                   END-REWRITE
           END-READ.

      * Serial day number (days since the epoch of the proleptic
      * calendar) so history ages compare cleanly across month and
               END-IF
           END-IF.

      * Time-zone offset from the batch's profile: a feed stamping
      * its own local time is brought to shop time before the date
      * and time edits see it, rolling the date across midnight
      * when the offset carries the stamp into the day before or
      * after. A stamp that will not edit as it stands is left
      * alone - the edits reject it under its own reason, an offset
      * cannot make a bad stamp good.
       2090-APPLY-TZ-OFFSET.
           IF WS-EDIT-DATE IS NUMERIC AND WS-EDIT-TIME IS NUMERIC
              AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
              AND WS-EDIT-DD >= 1
              AND WS-EDIT-HH <= 23 AND WS-EDIT-MI <= 59
              AND WS-EDIT-SS <= 59
               PERFORM 2095-SET-MONTH-LENGTH
               IF WS-EDIT-DD <= WS-TZ-MAX-DAY
                   COMPUTE WS-TZ-MINUTES = WS-EDIT-HH * 60
                       + WS-EDIT-MI + WS-TZ-OFFSET
                   IF WS-TZ-MINUTES < 0
                       ADD 1440 TO WS-TZ-MINUTES
                       PERFORM 2096-BACK-ONE-DAY
                   ELSE
                       IF WS-TZ-MINUTES >= 1440
                           SUBTRACT 1440 FROM WS-TZ-MINUTES
                           PERFORM 2097-FORWARD-ONE-DAY
                       END-IF
                   END-IF
                   DIVIDE WS-TZ-MINUTES BY 60
                       GIVING WS-EDIT-HH REMAINDER WS-EDIT-MI
               END-IF
           END-IF.

       2095-SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS-TAB (WS-EDIT-MM) TO WS-TZ-MAX-DAY
           IF WS-EDIT-MM = 2
               DIVIDE WS-EDIT-CCYY BY 4
                   GIVING WS-TZ-QUOT REMAINDER WS-TZ-REM
               IF WS-TZ-REM = 0
                   MOVE 29 TO WS-TZ-MAX-DAY
                   DIVIDE WS-EDIT-CCYY BY 100
                       GIVING WS-TZ-QUOT REMAINDER WS-TZ-REM
                   IF WS-TZ-REM = 0
                       MOVE 28 TO WS-TZ-MAX-DAY
                       DIVIDE WS-EDIT-CCYY BY 400
                           GIVING WS-TZ-QUOT REMAINDER WS-TZ-REM
                       IF WS-TZ-REM = 0
                           MOVE 29 TO WS-TZ-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2096-BACK-ONE-DAY.
           IF WS-EDIT-DD > 1
               SUBTRACT 1 FROM WS-EDIT-DD
           ELSE
               IF WS-EDIT-MM > 1
                   SUBTRACT 1 FROM WS-EDIT-MM
               ELSE
                   MOVE 12 TO WS-EDIT-MM
                   SUBTRACT 1 FROM WS-EDIT-CCYY
               END-IF
               PERFORM 2095-SET-MONTH-LENGTH
               MOVE WS-TZ-MAX-DAY TO WS-EDIT-DD
           END-IF.

       2097-FORWARD-ONE-DAY.
           IF WS-EDIT-DD < WS-TZ-MAX-DAY
               ADD 1 TO WS-EDIT-DD
           ELSE
               MOVE 1 TO WS-EDIT-DD
               IF WS-EDIT-MM < 12
                   ADD 1 TO WS-EDIT-MM
               ELSE
                   MOVE 1 TO WS-EDIT-MM
                   ADD 1 TO WS-EDIT-CCYY
               END-IF
           END-IF.

      * Per-batch reconciliation against the batch trailer, performed
      * as each trailer is read (and at end of file, or at the next
      * header, for a batch whose trailer never arrived). A batch
                   SET WS-RECON-FAILED TO TRUE
                   MOVE "BATCH OUT OF BALANCE" TO WS-AUDIT-REASON-TEXT
               END-IF
               IF WS-TRL-REV-PRESENT
                  AND (WS-REV-COUNT NOT = WS-TRL-REV-COUNT
                   OR WS-REV-AMT-TOTAL NOT = WS-TRL-REV-AMT)
                   SET WS-RECON-FAILED TO TRUE
                   MOVE "BATCH OUT OF BALANCE" TO WS-AUDIT-REASON-TEXT
               END-IF
           END-IF
           IF WS-RECON-FAILED
               MOVE 0 TO WS-DATE
                   " trailer hash " WS-TRL-HASH-TOTAL
               DISPLAY "  amount total " WS-AMT-TOTAL
                   " trailer amount " WS-TRL-AMT-TOTAL
               IF WS-TRL-REV-PRESENT
                   DISPLAY "  reversals " WS-REV-COUNT
                       " trailer reversals " WS-TRL-REV-COUNT
                   DISPLAY "  reversal amount " WS-REV-AMT-TOTAL
                       " trailer reversal amount " WS-TRL-REV-AMT
               END-IF
               MOVE WS-RC-RECON-FAILURE TO RETURN-CODE
           END-IF
           PERFORM 2985-FINAL-BATCH-REJECT-RATE
           DISPLAY "Source " WS-HDR-SOURCE-ID ": details "
               WS-DETAIL-COUNT " passed " WS-PASS-COUNT
               " rejected " WS-BATCH-REJ-COUNT
               " held " WS-BATCH-HELD-COUNT
               " queued " WS-BATCH-QUEUED-COUNT
               " reversals " WS-REV-PASS-COUNT
           PERFORM 2500-WRITE-SOURCE-STATISTICS
           SET WS-BATCH-CLOSED TO TRUE.

      * End of file: a batch still open never got its trailer, and a
      * file that never opened one at all (empty, or truncated before
      * its first record) fails the same way an empty file always
      * did. A partition the split gave no feeds to is legitimately
      * empty - the merge proves its record count against the split.
       2420-FINISH-FINAL-BATCH.
           IF WS-BATCH-OPEN
               PERFORM 2400-RECONCILE-BATCH
           ELSE
               IF WS-BATCH-COUNT = 0 AND NOT WS-PARTITION-RUN
                   PERFORM 2400-RECONCILE-BATCH
               END-IF
           END-IF.

      * Arrival exceptions carry the source ID in the transaction-
      * ID field - there is no single transaction behind them, the
      * whole feed is the exception - and in the source field, with
      * no profile in force.
       2680-WRITE-ARRIVAL-AUDIT.
           MOVE WS-ARR-SOURCE TO WS-HDR-SOURCE-ID
           MOVE SPACES TO WS-PROFILE-ID
           MOVE 0 TO WS-DATE
           MOVE 0 TO WS-TIME
           MOVE SPACES TO WS-AUDIT-IMAGE
      * nights as well as a prior abended run of tonight's job; without
      * the CKPT-JOB-ID match, a fresh night's run would find last
      * night's leftover checkpoint and skip that many real records out
      * of tonight's transaction file. A partition matches on its
      * partition number as well.
       2005-DETERMINE-RESTART-POINT.
           MOVE 0 TO WS-SKIP-COUNT
           OPEN INPUT CKPT-FILE
                           SET WS-CKPT-EOF TO TRUE
                       NOT AT END
                           IF CKPT-JOB-ID = WS-JOB-ID
                              AND CKPT-PARTITION = WS-PARTITION-ID
                               MOVE CKPT-REC-COUNT TO WS-SKIP-COUNT
                               PERFORM 2007-NOTE-RESTART-COUNTS
                           END-IF
                   END-READ
               END-PERFORM
                   WS-SKIP-COUNT " records already processed"
           END-IF.

      * Only the latest matching checkpoint's counts apply; one
      * written before the counts were carried restores nothing.
       2007-NOTE-RESTART-COUNTS.
           IF CKPT-BATCH-REJ-COUNT IS NUMERIC
               MOVE CKPT-BATCH-COUNTS TO WS-RESTART-COUNTS
               SET WS-RESTART-COUNTS-FOUND TO TRUE
           ELSE
               MOVE "N" TO WS-RESTART-COUNTS-SW
           END-IF.

      * Replayed records still feed the per-batch reconciliation
      * totals - each trailer covers its whole physical batch, so a
      * restart that skipped the first N records must accumulate
      * Batches whose trailer lies inside the skipped region were
      * already reconciled (and their statistics written) before the
      * abend, so the replay only closes them for the next batch
      * instead of reconciling them again. The batch still open at
      * the checkpoint gets its statistics and reject, held and
      * queued counts back from the checkpoint, since the skipped
      * records are not edited again to rebuild them; its statistics
      * record then covers the whole batch when it is rewritten.
       2010-SKIP-PROCESSED-RECORDS.
           PERFORM WS-SKIP-COUNT TIMES
               READ TRAN-FILE
                       PERFORM 2015-ACCUMULATE-SKIPPED-RECORD
               END-READ
           END-PERFORM
           MOVE WS-SKIP-COUNT TO WS-REC-COUNT
           IF WS-RESTART-COUNTS-FOUND AND WS-BATCH-OPEN
               MOVE WS-RST-REJ-COUNT TO WS-BATCH-REJ-COUNT
               MOVE WS-RST-HELD-COUNT TO WS-BATCH-HELD-COUNT
               MOVE WS-RST-QUEUED-COUNT TO WS-BATCH-QUEUED-COUNT
               MOVE WS-RST-STAT-IMAGE TO WS-STAT-WORK
           END-IF.

       2015-ACCUMULATE-SKIPPED-RECORD.
           EVALUATE TRUE
               WHEN TRAN-TYPE-HEADER
                   PERFORM 2040-START-BATCH
                   PERFORM 2045-NOTE-SOURCE-SEEN
               WHEN TRAN-TYPE-TRAILER
                   SET WS-BATCH-CLOSED TO TRUE
               WHEN TRAN-TYPE-DETAIL
               WHEN TRAN-TYPE-REVERSAL
                   IF WS-BATCH-CLOSED
                       PERFORM 2040-START-BATCH
                   END-IF
                   IF TRAN-AMOUNT IS NUMERIC
                       ADD TRAN-AMOUNT TO WS-AMT-TOTAL
                   END-IF
                   IF TRAN-TYPE-REVERSAL
                       ADD 1 TO WS-REV-COUNT
                       IF TRAN-AMOUNT IS NUMERIC
                           ADD TRAN-AMOUNT TO WS-REV-AMT-TOTAL
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WS-BATCH-CLOSED
                       PERFORM 2040-START-BATCH
           END-IF.

       2960-WRITE-CHECKPOINT.
           MOVE SPACES TO CKPT-RECORD
           MOVE WS-JOB-ID TO CKPT-JOB-ID
           MOVE WS-REC-COUNT TO CKPT-REC-COUNT
           MOVE WS-DATE TO CKPT-LAST-TRAN-DATE
           MOVE WS-TIME TO CKPT-LAST-TRAN-TIME
           MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
           MOVE SPACE TO CKPT-RUN-STATUS
           MOVE WS-PARTITION-ID TO CKPT-PARTITION
           MOVE WS-BATCH-REJ-COUNT TO CKPT-BATCH-REJ-COUNT
           MOVE WS-BATCH-HELD-COUNT TO CKPT-BATCH-HELD-COUNT
           MOVE WS-BATCH-QUEUED-COUNT TO CKPT-BATCH-QUEUED-COUNT
           MOVE WS-STAT-WORK TO CKPT-STAT-IMAGE
           WRITE CKPT-RECORD
           IF NOT WS-CKPT-OK
               DISPLAY "Unable to write checkpoint record"
      * its checkpoints. A breaker-stopped run does NOT get one - its
      * checkpoints still matter if the job is resubmitted.
       2990-WRITE-COMPLETION-CHECKPOINT.
           MOVE SPACES TO CKPT-RECORD
           MOVE WS-JOB-ID TO CKPT-JOB-ID
           MOVE WS-REC-COUNT TO CKPT-REC-COUNT
           MOVE 0 TO CKPT-LAST-TRAN-DATE
           MOVE 0 TO CKPT-LAST-TRAN-TIME
           MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP
           SET CKPT-RUN-COMPLETE TO TRUE
           MOVE WS-PARTITION-ID TO CKPT-PARTITION
           WRITE CKPT-RECORD
           IF NOT WS-CKPT-OK
               DISPLAY "Unable to write completion checkpoint"
           END-IF.

      * The run-wide REJLIMIT breaker, then the batch in flight
      * against its own profile's limit - a source whose feed has
      * gone bad stops the run the same way a bad night does.
       2970-CHECK-REJECT-RATE.
           IF WS-BATCH-REJ-LIMIT > 0 AND WS-BATCH-OPEN
              AND WS-DETAIL-COUNT >= WS-BRK-SAMPLE-MIN
               COMPUTE WS-BRK-LHS = WS-BATCH-REJ-COUNT * 100
               COMPUTE WS-BRK-RHS
                   = WS-DETAIL-COUNT * WS-BATCH-REJ-LIMIT
               IF WS-BRK-LHS > WS-BRK-RHS
                   SET WS-BREAKER-TRIPPED TO TRUE
                   DISPLAY "Reject-rate breaker tripped for source "
                       WS-HDR-SOURCE-ID ": " WS-BATCH-REJ-COUNT
                       " rejects in " WS-DETAIL-COUNT
                       " details exceeds profile limit "
                       WS-BATCH-REJ-LIMIT " percent - run stopped"
                   MOVE WS-RC-BREAKER TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REJECT-LIMIT-PCT > 0
              AND WS-RUN-DETAIL-COUNT >= WS-BRK-SAMPLE-MIN
               COMPUTE WS-BRK-LHS = WS-REJECT-COUNT * 100
               END-IF
           END-IF.

      * A batch too small to reach the in-flight sample minimum is
      * checked against its profile's limit once more as it closes.
       2985-FINAL-BATCH-REJECT-RATE.
           IF WS-BATCH-REJ-LIMIT > 0 AND WS-DETAIL-COUNT > 0
               COMPUTE WS-BRK-LHS = WS-BATCH-REJ-COUNT * 100
               COMPUTE WS-BRK-RHS
                   = WS-DETAIL-COUNT * WS-BATCH-REJ-LIMIT
               IF WS-BRK-LHS > WS-BRK-RHS
                   DISPLAY "Reject rate over profile limit, source "
                       WS-HDR-SOURCE-ID ": " WS-BATCH-REJ-COUNT
                       " rejects in " WS-DETAIL-COUNT
                       " details exceeds " WS-BATCH-REJ-LIMIT
                       " percent"
                   MOVE WS-RC-BREAKER TO RETURN-CODE
               END-IF
           END-IF.

      * Small files never reach the in-flight sample minimum, so the
      * rate is checked once more over the whole run.
       2980-FINAL-REJECT-RATE.
           END-IF.

       2100-CHECK-DATE.
           MOVE WS-EDIT-DATE TO DTVAL-DATE-IN
           MOVE WS-DATE-COMP TO DTVAL-CUTOFF-IN
           MOVE WS-BUSINESS-DATE TO DTVAL-BUS-DATE-IN
           MOVE SPACE TO DTVAL-CAL-MODE-IN
           CALL "DTVALSUB" USING DTVAL-LINKAGE
           MOVE DTVAL-RETURN-CODE TO WS-REASON-CODE
           IF DTVAL-VALID
      * reject: the transaction is simply early. It is parked on the
      * held-transactions file for the release job instead of being
      * written to the audit trail. Interactive edits always report.
      * A reversal is never held: it rejects like any other date
      * failure, and upstream resends it once the date is good.
               IF WS-REASON-AFTER-CUTOFF
                  AND WS-HOLD-OPTION-ON AND WS-MODE-BATCH
                  AND NOT TRAN-TYPE-REVERSAL
                   PERFORM 2350-WRITE-HELD-RECORD
               ELSE
                   IF WS-REASON-AFTER-CUTOFF
           END-IF.

       2210-EDIT-TIME-RANGE.
           IF WS-EDIT-HH > 23
               SET WS-TIME-INVALID TO TRUE
           END-IF
           IF WS-EDIT-MI > 59
               SET WS-TIME-INVALID TO TRUE
           END-IF
           IF WS-EDIT-SS > 59
               SET WS-TIME-INVALID TO TRUE
           END-IF.

      * Amount ceiling from the batch's profile: a single item over
      * the source's maximum never reaches the validated feed. It
      * is rejected outright rather than held - parking it would
      * only bring it back through the release job under another
      * source's profile.
       2250-CHECK-AMOUNT.
           IF WS-TRAN-AMOUNT > WS-MAX-AMOUNT
               SET WS-REASON-OVER-MAXIMUM TO TRUE
               MOVE "AMOUNT OVER MAXIMUM" TO WS-AUDIT-REASON-TEXT
               PERFORM 2900-WRITE-AUDIT-RECORD
           END-IF.

      * Account master edit: an item posting to an account the core
      * system does not know, has closed, or has frozen never
      * reaches settlement. Like the amount ceiling it rejects
      * outright, never holds - a held item would only come back
      * against the same account. Frozen-account rejects stay
      * repairable: DTVAL200 resubmits them once the freeze lifts.
       2260-CHECK-ACCOUNT.
           MOVE TRAN-ACCOUNT TO ACCT-NUMBER
           READ ACCT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   SET WS-REASON-ACCT-UNKNOWN TO TRUE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-AUDIT-REASON-TEXT
                   PERFORM 2900-WRITE-AUDIT-RECORD
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       SET WS-REASON-ACCT-CLOSED TO TRUE
                       MOVE "ACCOUNT CLOSED" TO WS-AUDIT-REASON-TEXT
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   ELSE
                       IF ACCT-FROZEN
                           SET WS-REASON-ACCT-FROZEN TO TRUE
                           MOVE "ACCOUNT FROZEN"
                               TO WS-AUDIT-REASON-TEXT
                           PERFORM 2900-WRITE-AUDIT-RECORD
                       END-IF
                   END-IF
           END-READ.

      * Reversal edit against the recent-history file. The original
      * must be there (80 - a reject or write-off never reached
      * history, so the disposition file and the review queue are
      * looked at to tell "never accepted", 81, from "never seen"),
      * must be an accepted transaction rather than another
      * reversal (81), must not already be reversed (82), and must
      * be at least the reversal's amount (83; an entry recorded
      * before history carried amounts is not amount-checked). With
      * no history file there is nothing to prove the original
      * against, and the reversal rejects rather than pass blind.
      * A reversal must carry an ID of its own (84): a blank ID is
      * exempt from the duplicate check and would mark the original
      * reversed by spaces - which reads as not reversed at all.
       2270-CHECK-REVERSAL.
           IF TRAN-ID = SPACES
               SET WS-REASON-REV-NO-ID TO TRUE
               MOVE "REVERSAL HAS NO ID" TO WS-AUDIT-REASON-TEXT
               PERFORM 2900-WRITE-AUDIT-RECORD
           ELSE
               IF WS-HIST-UNAVAILABLE
                   SET WS-REASON-REV-NOT-FOUND TO TRUE
                   MOVE "HISTORY UNAVAILABLE" TO WS-AUDIT-REASON-TEXT
                   PERFORM 2900-WRITE-AUDIT-RECORD
               ELSE
                   PERFORM 2272-LOOK-UP-ORIGINAL
               END-IF
           END-IF.

       2272-LOOK-UP-ORIGINAL.
           IF TRAN-REV-ORIG-ID = SPACES
               SET WS-REASON-REV-NOT-FOUND TO TRUE
               MOVE "ORIGINAL NOT FOUND" TO WS-AUDIT-REASON-TEXT
               PERFORM 2900-WRITE-AUDIT-RECORD
           ELSE
               MOVE TRAN-REV-ORIG-ID TO HIST-TRAN-ID
               READ HIST-FILE
                   KEY IS HIST-TRAN-ID
                   INVALID KEY
                       PERFORM 2275-CHECK-ORIGINAL-UNACCEPTED
                   NOT INVALID KEY
                       PERFORM 2280-EVALUATE-ORIGINAL
               END-READ
           END-IF.

       2275-CHECK-ORIGINAL-UNACCEPTED.
           MOVE "N" TO WS-REV-ORIG-SW
           IF WS-DISP-OPENED
               MOVE TRAN-REV-ORIG-ID TO DISP-TRAN-ID
               START DISP-FILE
                   KEY IS = DISP-TRAN-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-REV-ORIG-SEEN TO TRUE
               END-START
           END-IF
           IF WS-REVW-OPENED AND NOT WS-REV-ORIG-SEEN
               MOVE TRAN-REV-ORIG-ID TO REVW-TRAN-ID
               START REVW-FILE
                   KEY IS = REVW-TRAN-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-REV-ORIG-SEEN TO TRUE
               END-START
           END-IF
           IF WS-REV-ORIG-SEEN
               SET WS-REASON-REV-NOT-ACCEPTED TO TRUE
               MOVE "ORIG NOT ACCEPTED" TO WS-AUDIT-REASON-TEXT
           ELSE
               SET WS-REASON-REV-NOT-FOUND TO TRUE
               MOVE "ORIGINAL NOT FOUND" TO WS-AUDIT-REASON-TEXT
           END-IF
           PERFORM 2900-WRITE-AUDIT-RECORD.

       2280-EVALUATE-ORIGINAL.
           IF HIST-ENTRY-REVERSAL
               SET WS-REASON-REV-NOT-ACCEPTED TO TRUE
               MOVE "ORIG IS A REVERSAL" TO WS-AUDIT-REASON-TEXT
               PERFORM 2900-WRITE-AUDIT-RECORD
           ELSE
               IF HIST-REVERSED-BY NOT = SPACES
                   SET WS-REASON-REV-REVERSED TO TRUE
                   MOVE "ALREADY REVERSED" TO WS-AUDIT-REASON-TEXT
                   PERFORM 2900-WRITE-AUDIT-RECORD
               ELSE
                   IF HIST-AMOUNT IS NUMERIC
                      AND WS-TRAN-AMOUNT > HIST-AMOUNT
                       SET WS-REASON-REV-OVER-AMOUNT TO TRUE
                       MOVE "OVER ORIGINAL AMOUNT"
                           TO WS-AUDIT-REASON-TEXT
                       PERFORM 2900-WRITE-AUDIT-RECORD
                   END-IF
               END-IF
           END-IF.

      * Reversals passed are counted and valued on their own so the
      * statistics never net them into the ordinary details.
       2300-WRITE-VALID-RECORD.
           IF TRAN-TYPE-REVERSAL
               ADD 1 TO WS-REV-PASS-COUNT
               ADD WS-TRAN-AMOUNT TO WS-AMT-REV-PASSED
           ELSE
               ADD 1 TO WS-PASS-COUNT
               ADD WS-TRAN-AMOUNT TO WS-AMT-PASSED
           END-IF
           ADD 1 TO WS-VALID-WRITTEN
           MOVE TRAN-RECORD TO VALID-RECORD
           WRITE VALID-RECORD
           IF NOT WS-VALID-OK
               DISPLAY "Unable to write validated output record"
           ELSE
               MOVE SPACES TO BKJ-RECORD
               SET BKJ-VALID-WRITTEN TO TRUE
               MOVE VALID-RECORD TO BKJ-IMAGE
               PERFORM 2390-WRITE-BACKOUT-JOURNAL
           END-IF.

      * Parking stamps the warehouse bookkeeping fields: the hold
           WRITE HELD-RECORD
           IF NOT WS-HELD-OK
               DISPLAY "Unable to write held-transaction record"
           ELSE
               MOVE SPACES TO BKJ-RECORD
               SET BKJ-HELD-WRITTEN TO TRUE
               MOVE HELD-RECORD TO BKJ-IMAGE
               PERFORM 2390-WRITE-BACKOUT-JOURNAL
           END-IF.

      * Queued under the transaction's identity, like its
      * disposition. An item already on the queue - a restart or
      * rerun meeting it again - is left as it stands so a first
      * approval is not lost; one that was declined or released
      * before and has come back is queued afresh.
       2360-WRITE-REVIEW-RECORD.
           SET WS-RECORD-QUEUED TO TRUE
           MOVE TRAN-ID TO REVW-TRAN-ID
           MOVE WS-DATE TO REVW-TRAN-DATE
           MOVE WS-TIME TO REVW-TRAN-TIME
           READ REVW-FILE
               KEY IS REVW-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-REVW-OK AND NOT REVW-DECLINED
              AND NOT REVW-RELEASED
               DISPLAY "Already on review queue: " REVW-TRAN-ID
           ELSE
               IF WS-REVW-OK
                   MOVE REVW-RECORD TO WS-BKJ-BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO WS-BKJ-BEFORE-IMAGE
               END-IF
               MOVE SPACES TO REVW-RECORD
               MOVE TRAN-ID TO REVW-TRAN-ID
               MOVE WS-DATE TO REVW-TRAN-DATE
               MOVE WS-TIME TO REVW-TRAN-TIME
               SET REVW-QUEUED TO TRUE
               MOVE WS-TRAN-AMOUNT TO REVW-AMOUNT
               MOVE WS-HDR-SOURCE-ID TO REVW-SOURCE-ID
               MOVE WS-RUN-DATE TO REVW-QUEUE-DATE
               MOVE WS-JOB-ID TO REVW-JOB-ID
               MOVE WS-PROFILE-ID TO REVW-PROFILE-ID
               MOVE DTVAL-EFFECTIVE-CUTOFF-OUT TO REVW-CUTOFF-DATE
               MOVE 0 TO REVW-DECIDE-DATE
               MOVE 0 TO REVW-RELEASE-DATE
               MOVE TRAN-RECORD TO REVW-TRAN-IMAGE
               WRITE REVW-RECORD
                   INVALID KEY
                       REWRITE REVW-RECORD
                           INVALID KEY
                               DISPLAY "Unable to queue for review "
                                   REVW-TRAN-ID
                       END-REWRITE
               END-WRITE
               MOVE SPACES TO BKJ-RECORD
               IF WS-BKJ-BEFORE-IMAGE = SPACES
                   SET BKJ-REVW-QUEUED TO TRUE
                   MOVE REVW-RECORD TO BKJ-IMAGE
               ELSE
                   SET BKJ-REVW-REQUEUED TO TRUE
                   MOVE WS-BKJ-BEFORE-IMAGE TO BKJ-IMAGE
               END-IF
               PERFORM 2390-WRITE-BACKOUT-JOURNAL
           END-IF.

      * One backout journal entry, action and image already set by
      * the caller. Numbered within the execution so the backout
      * can replay a night's entries newest first.
       2390-WRITE-BACKOUT-JOURNAL.
           IF WS-BKJ-OPENED
               MOVE WS-RUN-DATE TO BKJ-RUN-DATE
               MOVE WS-JOB-ID TO BKJ-JOB-ID
               MOVE FUNCTION CURRENT-DATE TO BKJ-TIMESTAMP
               ADD 1 TO WS-BKJ-ENTRY-NO
               MOVE WS-BKJ-ENTRY-NO TO BKJ-ENTRY-NO
               MOVE WS-HDR-SOURCE-ID TO BKJ-SOURCE-ID
               WRITE BKJ-RECORD
               IF NOT WS-BKJ-OK
                   DISPLAY "Unable to write backout journal entry"
               END-IF
           END-IF.

       2900-WRITE-AUDIT-RECORD.
                   ADD 1 TO WS-REJ-TIME-COUNT
               WHEN WS-REASON-DUPLICATE
                   ADD 1 TO WS-REJ-DUP-COUNT
               WHEN WS-REASON-OVER-MAXIMUM
                   ADD 1 TO WS-REJ-AMOUNT-COUNT
               WHEN WS-REASON-ACCT-UNKNOWN
                   ADD 1 TO WS-REJ-ACCT-UNK-COUNT
               WHEN WS-REASON-ACCT-CLOSED
                   ADD 1 TO WS-REJ-ACCT-CLS-COUNT
               WHEN WS-REASON-ACCT-FROZEN
                   ADD 1 TO WS-REJ-ACCT-FRZ-COUNT
               WHEN WS-REASON-REV-NOT-FOUND
                   ADD 1 TO WS-REJ-REV-NF-COUNT
               WHEN WS-REASON-REV-NOT-ACCEPTED
                   ADD 1 TO WS-REJ-REV-NA-COUNT
               WHEN WS-REASON-REV-REVERSED
                   ADD 1 TO WS-REJ-REV-RV-COUNT
               WHEN WS-REASON-REV-OVER-AMOUNT
                   ADD 1 TO WS-REJ-REV-OA-COUNT
               WHEN WS-REASON-REV-NO-ID
                   ADD 1 TO WS-REJ-REV-NI-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-AUDIT-IMAGE TO AUDIT-TRAN-IMAGE
           MOVE WS-AUDIT-TRAN-ID TO AUDIT-TRAN-ID
           MOVE WS-AUDIT-ACCOUNT TO AUDIT-ACCOUNT
           MOVE WS-HDR-SOURCE-ID TO AUDIT-SOURCE-ID
           MOVE WS-PROFILE-ID TO AUDIT-PROFILE-ID
           ADD 1 TO DTCHN-LAST-SEQ GIVING AUDIT-SEQ-NO
           MOVE 0 TO AUDIT-CHAIN-VALUE
           MOVE AUDIT-RECORD TO DTCHN-RECORD
           MOVE LENGTH OF AUDIT-RECORD TO DTCHN-RECORD-LENGTH
           SET DTCHN-COMPUTE TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           MOVE DTCHN-CHAIN-OUT TO AUDIT-CHAIN-VALUE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-OK
               DISPLAY "Unable to write audit/exception record"
           ELSE
               MOVE AUDIT-SEQ-NO TO DTCHN-LAST-SEQ
               MOVE DTCHN-CHAIN-OUT TO DTCHN-PREV-CHAIN
           END-IF
      * Only rejects that carry an original image enter the repair
      * workflow - those get a disposition, opened fresh or
               PERFORM 2910-OPEN-DISPOSITION-RECORD
           END-IF.

      * A disposition being reopened is journaled as it stood, one
      * being opened as written.
       2910-OPEN-DISPOSITION-RECORD.
           MOVE SPACES TO DISP-RECORD
           MOVE WS-AUDIT-TRAN-ID TO DISP-TRAN-ID
           MOVE WS-DATE TO DISP-TRAN-DATE
           MOVE WS-TIME TO DISP-TRAN-TIME
           READ DISP-FILE
               KEY IS DISP-KEY
               INVALID KEY
                   MOVE SPACES TO WS-BKJ-BEFORE-IMAGE
               NOT INVALID KEY
                   MOVE DISP-RECORD TO WS-BKJ-BEFORE-IMAGE
           END-READ
           MOVE SPACES TO DISP-RECORD
           MOVE WS-AUDIT-TRAN-ID TO DISP-TRAN-ID
           MOVE WS-DATE TO DISP-TRAN-DATE
           MOVE WS-TIME TO DISP-TRAN-TIME
           SET DISP-OPEN TO TRUE
           MOVE WS-AUDIT-REASON-TEXT TO DISP-REASON-TEXT
           MOVE WS-REASON-CODE TO DISP-REASON-CODE
           MOVE WS-AUDIT-AMOUNT TO DISP-AMOUNT
           MOVE WS-OPERATOR-ID TO DISP-OPERATOR-ID
           MOVE WS-RUN-DATE TO DISP-MAINT-DATE
           MOVE WS-AUDIT-RESUB TO DISP-RESUB-COUNT
                           DISPLAY "Unable to record disposition "
                               "for " DISP-TRAN-ID
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
           PERFORM 2390-WRITE-BACKOUT-JOURNAL.

      * One statistics record per source per run, keyed by run date,
      * job ID, and the batch's header source ID, written as each
      * batch closes. A restart or same-night rerun of the same job
      * replaces its earlier records rather than double-counting the
      * night; a restart has taken back the batch in flight's counts
      * from its checkpoint (2010), so the replacement still covers
      * the records processed before it.
       2500-WRITE-SOURCE-STATISTICS.
           OPEN I-O STAT-FILE
           IF WS-STAT-STATUS = "35"
               MOVE WS-REJ-NONBUS-COUNT TO STAT-REJ-NON-BUS
               MOVE WS-REJ-TIME-COUNT TO STAT-REJ-TIME
               MOVE WS-REJ-DUP-COUNT TO STAT-REJ-DUP
               MOVE WS-REJ-AMOUNT-COUNT TO STAT-REJ-AMOUNT
               MOVE WS-REJ-ACCT-UNK-COUNT TO STAT-REJ-ACCT-UNKNOWN
               MOVE WS-REJ-ACCT-CLS-COUNT TO STAT-REJ-ACCT-CLOSED
               MOVE WS-REJ-ACCT-FRZ-COUNT TO STAT-REJ-ACCT-FROZEN
               MOVE WS-BATCH-QUEUED-COUNT TO STAT-RECS-QUEUED
               MOVE WS-REV-PASS-COUNT TO STAT-RECS-REVERSAL
               MOVE WS-AMT-REV-PASSED TO STAT-AMT-REVERSAL
               MOVE WS-REJ-REV-NF-COUNT TO STAT-REJ-REV-NOT-FOUND
               MOVE WS-REJ-REV-NA-COUNT TO STAT-REJ-REV-NOT-ACCEPT
               MOVE WS-REJ-REV-RV-COUNT TO STAT-REJ-REV-REVERSED
               MOVE WS-REJ-REV-OA-COUNT TO STAT-REJ-REV-OVER-AMT
               MOVE WS-REJ-REV-NI-COUNT TO STAT-REJ-REV-NO-ID
               MOVE WS-PROFILE-ID TO STAT-PROFILE-ID
               MOVE WS-AMT-PASSED TO STAT-AMT-PASSED
               MOVE WS-AMT-REJECTED TO STAT-AMT-REJECTED
               MOVE SPACE TO STAT-BACKOUT-SW
               SET STAT-ARRIVED TO TRUE
               MOVE WS-HDR-SOURCE-ID TO STAT-SOURCE-ID
               WRITE STAT-RECORD
               MOVE WS-VALID-WRITTEN TO CTL-RECS-OUT
               MOVE WS-REJECT-COUNT TO CTL-RECS-REJECTED
               MOVE WS-CTL-HELD TO CTL-RECS-HELD
               MOVE WS-CTL-QUEUED TO CTL-RECS-QUEUED
               MOVE WS-PARTITION-ID TO CTL-PARTITION
               MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
               WRITE CTL-RECORD
               IF NOT WS-CTL-OK
           ACCEPT WS-DATE
           DISPLAY "Enter time (HHMMSS): "
           ACCEPT WS-TIME
           MOVE WS-DATE TO WS-EDIT-DATE
           MOVE WS-TIME TO WS-EDIT-TIME
           MOVE SPACES TO WS-AUDIT-IMAGE
           MOVE 0 TO WS-AUDIT-RESUB
           MOVE 0 TO WS-AUDIT-AMOUNT
