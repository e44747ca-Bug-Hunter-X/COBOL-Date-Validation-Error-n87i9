       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVALBKO.

      * Night backout utility. When a night ran against the wrong
      * cutoff or calendar, this takes that run (run date plus job
      * ID) back out so the night can be rerun cleanly, using the
      * backout journal the nightly run keeps (cpybkjr.cpy):
      *   - its records come off the validated feed and the held
      *     warehouse (written to new datasets, swapped in by the
      *     IDCAMS steps after this one);
      *   - the history, disposition and review-queue entries it
      *     added are deleted and the ones it changed are put back
      *     as they stood before it, newest first;
      *   - its cycle control, control-total and statistics records
      *     are flagged backed out (B), so the settlement handoff,
      *     the balancing step and the reports skip it;
      *   - one marker record goes on the audit trail (reason code
      *     90, RUN BACKED OUT). The audit trail is chained and is
      *     never taken away from; the rejects the run logged stay
      *     on it, tagged with the job ID the marker names.
      * An entry the night wrote that has been changed since - a
      * history entry refreshed by a later run, a disposition
      * already resubmitted or written off, a review item decided or
      * released, a held record released by DTVAL300 - is left as it
      * stands and logged KEPT, for operations to follow up.
      * Refused outright, before anything is touched, when:
      *   - settlement has acknowledged the cycle (ACKFILE), or the
      *     acknowledgment file will not open so that cannot be
      *     proved - a loaded cycle is settlement's to reverse;
      *   - the cycle is already flagged backed out;
      *   - the run's validated records were journaled but its cycle
      *     record is no longer on the control file (DTVAL700 drops
      *     a cycle once settlement answers for it), or the journal
      *     holds fewer validated records than the cycle says were
      *     written;
      *   - there is no journal entry for the run at all;
      *   - any journaled validated record is no longer on the
      *     validated feed.
      * Dual control, as DTVALMNT does it: the user (DTVALAUT, verb
      * DEL, key BACKOUT) who first asks stages the backout on the
      * pending file and nothing is changed; a second, different
      * authorized user asking for the same run date and job ID
      * confirms it and it is applied. Both runs make every check,
      * so the first one proves the backout can be done. Staging,
      * refusals and the applied backout go on the maintenance
      * audit file (PND, RFD, BKO); every action on every file goes
      * on the backout log (cpybklg.cpy).
      * SYSIN cards:
      *   1  run date of the night to back out, YYYYMMDD
      *   2  its job ID (the RUNJOBID it ran under)
      *   3  the requesting or confirming user
      * Condition codes:
      *    0 backed out
      *    4 backed out, with entries left as they stand or needing
      *      follow-up (see the KEPT lines on the backout log)
      *    8 staged, awaiting a second user - nothing changed
      *   12 a required file would not open - nothing changed
      *   16 refused - nothing changed

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKJ-FILE ASSIGN TO BKJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKJ-STATUS.

           SELECT ACK-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT VALID-IN-FILE ASSIGN TO VALIDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALIDIN-STATUS.

           SELECT VALID-OUT-FILE ASSIGN TO VALIDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALIDOUT-STATUS.

           SELECT HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.

           SELECT HELD-OUT-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.

           SELECT CYC-IN-FILE ASSIGN TO CYCIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCIN-STATUS.

           SELECT CYC-OUT-FILE ASSIGN TO CYCOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCOUT-STATUS.

           SELECT CTL-IN-FILE ASSIGN TO CTLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLIN-STATUS.

           SELECT CTL-OUT-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLOUT-STATUS.

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

           SELECT REVW-FILE ASSIGN TO REVWFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-KEY
               FILE STATUS IS WS-REVW-STATUS.

           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MAUD-FILE ASSIGN TO MNTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT PEND-FILE ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT BKLOG-FILE ASSIGN TO BKLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKL-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
      * The journal is read into the working-storage copy of its
      * layout (below) - the keyed entries come back from the sort
      * after the journal itself is closed.
       FD  BKJ-FILE
           RECORDING MODE IS F.
       01  BKJ-IN-RECORD               PIC X(300).

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
           05  ACK-RUN-DATE            PIC 9(8).
           05  ACK-JOB-ID              PIC X(8).
           05  ACK-RECS-LOADED         PIC 9(9).
           05  FILLER                  PIC X(55).

       FD  VALID-IN-FILE
           RECORDING MODE IS F.
       01  VALID-IN-RECORD             PIC X(80).

       FD  VALID-OUT-FILE
           RECORDING MODE IS F.
       01  VALID-OUT-RECORD            PIC X(80).

       FD  HELD-IN-FILE
           RECORDING MODE IS F.
       01  HELD-IN-RECORD              PIC X(80).

       FD  HELD-OUT-FILE
           RECORDING MODE IS F.
       01  HELD-OUT-RECORD             PIC X(80).

       FD  CYC-IN-FILE
           RECORDING MODE IS F.
           COPY "cpycycr.cpy".

       FD  CYC-OUT-FILE
           RECORDING MODE IS F.
       01  CYC-OUT-RECORD              PIC X(80).

       FD  CTL-IN-FILE
           RECORDING MODE IS F.
           COPY "cpyctlr.cpy".

       FD  CTL-OUT-FILE
           RECORDING MODE IS F.
       01  CTL-OUT-RECORD              PIC X(100).

       FD  HIST-FILE.
           COPY "cpyhist.cpy".

       FD  DISP-FILE.
           COPY "cpydispr.cpy".

       FD  REVW-FILE.
           COPY "cpyrevw.cpy".

       FD  STAT-FILE.
           COPY "cpystat.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "cpyaudrc.cpy".

       FD  MAUD-FILE
           RECORDING MODE IS F.
           COPY "cpymaud.cpy".

       FD  PEND-FILE.
           COPY "cpypendr.cpy".

       FD  BKLOG-FILE
           RECORDING MODE IS F.
           COPY "cpybklg.cpy".

      * One of the run's history, disposition or review-queue
      * journal entries, ordered newest first for the undo.
       SD  SORT-FILE.
       01  SRT-RECORD.
           05  FILLER                  PIC X(16).
           05  SRT-TIMESTAMP           PIC X(21).
           05  SRT-ENTRY-NO            PIC 9(9).
           05  FILLER                  PIC X(254).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-BKJ-STATUS       PIC X(2).
               88  WS-BKJ-OK              VALUE "00".
               88  WS-BKJ-EOF             VALUE "10".
           05  WS-ACK-STATUS       PIC X(2).
               88  WS-ACK-OK              VALUE "00".
               88  WS-ACK-EOF             VALUE "10".
           05  WS-VALIDIN-STATUS   PIC X(2).
               88  WS-VALIDIN-OK          VALUE "00".
               88  WS-VALIDIN-EOF         VALUE "10".
           05  WS-VALIDOUT-STATUS  PIC X(2).
               88  WS-VALIDOUT-OK         VALUE "00".
           05  WS-HELDIN-STATUS    PIC X(2).
               88  WS-HELDIN-OK           VALUE "00".
               88  WS-HELDIN-EOF          VALUE "10".
           05  WS-HELDOUT-STATUS   PIC X(2).
               88  WS-HELDOUT-OK          VALUE "00".
           05  WS-CYCIN-STATUS     PIC X(2).
               88  WS-CYCIN-OK            VALUE "00".
               88  WS-CYCIN-EOF           VALUE "10".
           05  WS-CYCOUT-STATUS    PIC X(2).
               88  WS-CYCOUT-OK           VALUE "00".
           05  WS-CTLIN-STATUS     PIC X(2).
               88  WS-CTLIN-OK            VALUE "00".
               88  WS-CTLIN-EOF           VALUE "10".
           05  WS-CTLOUT-STATUS    PIC X(2).
               88  WS-CTLOUT-OK           VALUE "00".
           05  WS-HIST-STATUS      PIC X(2).
               88  WS-HIST-OK             VALUE "00".
           05  WS-DISP-STATUS      PIC X(2).
               88  WS-DISP-OK             VALUE "00".
           05  WS-REVW-STATUS      PIC X(2).
               88  WS-REVW-OK             VALUE "00".
           05  WS-STAT-STATUS      PIC X(2).
               88  WS-STAT-OK             VALUE "00".
               88  WS-STAT-EOF            VALUE "10".
           05  WS-AUDIT-STATUS     PIC X(2).
               88  WS-AUDIT-OK            VALUE "00".
           05  WS-MAUD-STATUS      PIC X(2).
               88  WS-MAUD-OK             VALUE "00".
           05  WS-PEND-STATUS      PIC X(2).
               88  WS-PEND-OK             VALUE "00".
           05  WS-BKL-STATUS       PIC X(2).
               88  WS-BKL-OK              VALUE "00".
           05  WS-SORT-EOF-SW      PIC X(1) VALUE "N".
               88  WS-SORT-EOF            VALUE "Y".
           05  WS-HIST-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-HIST-OPENED         VALUE "Y".
           05  WS-DISP-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-DISP-OPENED         VALUE "Y".
           05  WS-REVW-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-REVW-OPENED         VALUE "Y".
           05  WS-STAT-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-STAT-OPENED         VALUE "Y".
           05  WS-PEND-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-PEND-OPENED         VALUE "Y".
      * Where the backout stands: still checking, refused, stopped
      * on a file that would not open, staged for dual control, or
      * confirmed and applied.
           05  WS-BKO-STATE-SW     PIC X(1) VALUE SPACE.
               88  WS-BKO-CHECKING        VALUE SPACE.
               88  WS-BKO-REFUSED         VALUE "R".
               88  WS-BKO-FAILED          VALUE "F".
               88  WS-BKO-STAGED          VALUE "S".
               88  WS-BKO-CONFIRMED       VALUE "C".
      * What the pending file says this request will do, decided
      * before the copies are made so they only log their actions
      * on the run that applies them.
           05  WS-DUAL-CTL-SW      PIC X(1) VALUE SPACE.
               88  WS-DUAL-CTL-STAGE      VALUE "S".
               88  WS-DUAL-CTL-CONFIRM    VALUE "C".
           05  WS-JRN-PENDING-SW   PIC X(1) VALUE "N".
               88  WS-JRN-PENDING         VALUE "Y".
               88  WS-JRN-EXHAUSTED       VALUE "N".
           05  WS-ACK-FOUND-SW     PIC X(1) VALUE "N".
               88  WS-ACK-FOUND           VALUE "Y".
           05  WS-HELD-MATCH-SW    PIC X(1) VALUE "N".
               88  WS-HELD-MATCHED        VALUE "Y".
           05  WS-KEYED-FOUND-SW   PIC X(1) VALUE "N".
               88  WS-KEYED-FOUND         VALUE "Y".

       01  WS-RC-KEPT                  PIC 9(2) VALUE 4.
       01  WS-RC-STAGED                PIC 9(2) VALUE 8.
       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
       01  WS-RC-REFUSED               PIC 9(2) VALUE 16.

       01  WS-BKO-OPTIONS.
           05  WS-BKO-RUN-DATE-X       PIC X(8).
           05  WS-BKO-RUN-DATE REDEFINES WS-BKO-RUN-DATE-X
                                       PIC 9(8).
           05  WS-BKO-JOB-ID           PIC X(8).
           05  WS-BKO-USER             PIC X(8).

      * The run's journal entries by kind, and its cycle records.
       01  WS-JRN-COUNTS.
           05  WS-JRN-TOTAL            PIC 9(9) VALUE 0.
           05  WS-JRN-VALID            PIC 9(9) VALUE 0.
           05  WS-JRN-HELD             PIC 9(9) VALUE 0.
           05  WS-JRN-HIST             PIC 9(9) VALUE 0.
           05  WS-JRN-DISP             PIC 9(9) VALUE 0.
           05  WS-JRN-REVW             PIC 9(9) VALUE 0.
           05  WS-CYC-RECORDS          PIC 9(9) VALUE 0.
           05  WS-CYC-WRITTEN          PIC 9(9) VALUE 0.
           05  WS-CYC-ALREADY          PIC 9(9) VALUE 0.

       01  WS-COUNTS.
           05  WS-VALID-REMOVED        PIC 9(9) VALUE 0.
           05  WS-VALID-KEPT           PIC 9(9) VALUE 0.
           05  WS-HELD-REMOVED         PIC 9(9) VALUE 0.
           05  WS-HELD-KEPT            PIC 9(9) VALUE 0.
           05  WS-CYC-MARKED           PIC 9(9) VALUE 0.
           05  WS-CTL-MARKED           PIC 9(9) VALUE 0.
           05  WS-STAT-MARKED          PIC 9(9) VALUE 0.
           05  WS-HIST-DELETED         PIC 9(9) VALUE 0.
           05  WS-HIST-RESTORED        PIC 9(9) VALUE 0.
           05  WS-DISP-DELETED         PIC 9(9) VALUE 0.
           05  WS-DISP-RESTORED        PIC 9(9) VALUE 0.
           05  WS-REVW-DELETED         PIC 9(9) VALUE 0.
           05  WS-REVW-RESTORED        PIC 9(9) VALUE 0.
           05  WS-ENTRIES-KEPT         PIC 9(9) VALUE 0.

      * The run's held-warehouse journal entries, matched off
      * against the warehouse as it stands now. The release job's
      * carry count (positions 65-66) moves on every night a record
      * stays parked, so it is left out of the match.
       01  WS-HELD-LIMITS.
           05  WS-HELD-MAX             PIC 9(4) COMP VALUE 5000.
           05  WS-HELD-COUNT           PIC 9(4) COMP VALUE 0.
           05  WS-HELD-IX              PIC 9(4) COMP VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 5000 TIMES.
               10  WS-HELD-IMAGE       PIC X(80).
               10  WS-HELD-USED-SW     PIC X(1).
                   88  WS-HELD-USED           VALUE "Y".
                   88  WS-HELD-UNUSED         VALUE "N".

       01  WS-MAUD-ACTION              PIC X(3).
       01  WS-REFUSE-NOTE              PIC X(36).
       01  WS-FAIL-DD                  PIC X(9).
       01  WS-KEEP-NOTE                PIC X(36).
       01  WS-DONE-NOTE                PIC X(36).

      * The maintenance audit's place in its chain, kept while the
      * linkage finds the end of the rejection audit trail for the
      * backout marker.
       01  WS-MAUD-CHAIN-SAVE.
           05  WS-MAUD-LAST-SEQ        PIC 9(9).
           05  WS-MAUD-PREV-CHAIN      PIC 9(10).

       COPY "cpybkjr.cpy".
       COPY "cpyautl.cpy".
       COPY "cpychnl.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-GET-OPTIONS
           PERFORM 1100-OPEN-LOGS
           PERFORM 1200-CHECK-REQUEST
           IF WS-BKO-CHECKING
               PERFORM 1300-CHECK-SETTLEMENT
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 1400-CHECK-CYCLE
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 1500-COUNT-JOURNAL
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 1600-OPEN-KEYED-FILES
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 1700-JUDGE-DUAL-CONTROL
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 2000-COPY-VALIDATED
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 2100-COPY-HELD
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 2200-COPY-CYCLE
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 2300-COPY-CONTROL
           END-IF
           IF WS-BKO-CHECKING
               PERFORM 2500-APPLY-DUAL-CONTROL
           END-IF
           IF WS-BKO-CONFIRMED
               IF WS-JRN-HIST > 0 OR WS-JRN-DISP > 0
                  OR WS-JRN-REVW > 0
                   PERFORM 3000-UNDO-KEYED-CHANGES
               END-IF
               PERFORM 3500-MARK-STATISTICS
               PERFORM 4000-WRITE-AUDIT-MARKER
               PERFORM 4100-RECORD-BACKOUT
           END-IF
           PERFORM 9000-END-RUN.

      * Blank or non-numeric date columns read as zero, which the
      * request check refuses.
       1000-GET-OPTIONS.
           MOVE SPACES TO WS-BKO-OPTIONS
           ACCEPT WS-BKO-RUN-DATE-X
           ACCEPT WS-BKO-JOB-ID
           ACCEPT WS-BKO-USER
           IF WS-BKO-RUN-DATE-X IS NOT NUMERIC
               MOVE ZEROS TO WS-BKO-RUN-DATE-X
           END-IF
           DISPLAY "Backout requested for run date " WS-BKO-RUN-DATE
               " job " WS-BKO-JOB-ID " by " WS-BKO-USER.

      * Neither log is optional: a backout nobody can account for
      * afterwards is not run at all.
       1100-OPEN-LOGS.
           OPEN EXTEND BKLOG-FILE
           IF WS-BKL-STATUS = "35"
               OPEN OUTPUT BKLOG-FILE
           END-IF
           IF NOT WS-BKL-OK
               DISPLAY "Unable to open backout log"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           SET DTCHN-FIND-MAUD-END TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           IF NOT DTCHN-OK
               DISPLAY "Maintenance audit end unreadable, chain "
                   "restarts"
           END-IF
           OPEN EXTEND MAUD-FILE
           IF WS-MAUD-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           END-IF
           IF NOT WS-MAUD-OK
               DISPLAY "Unable to open maintenance audit file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE BKLOG-FILE
               STOP RUN
           END-IF.

       1200-CHECK-REQUEST.
           IF WS-BKO-RUN-DATE = 0
              OR WS-BKO-JOB-ID = SPACES
              OR WS-BKO-USER = SPACES
               MOVE "RUN DATE, JOB ID AND USER REQUIRED"
                   TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-BACKOUT
           ELSE
               MOVE WS-BKO-USER TO DTAUTH-USER-IN
               MOVE "DEL" TO DTAUTH-VERB-IN
               MOVE "BACKOUT" TO DTAUTH-KEY-IN
               CALL "DTVALAUT" USING DTAUTH-LINKAGE
               IF NOT DTAUTH-ALLOWED
                   MOVE SPACES TO WS-REFUSE-NOTE
                   STRING "NOT AUTHORIZED (REASON "
                       DTAUTH-RETURN-CODE ")"
                       DELIMITED BY SIZE INTO WS-REFUSE-NOTE
                   PERFORM 8000-REFUSE-BACKOUT
               END-IF
           END-IF.

      * A cycle settlement has loaded is settlement's to reverse,
      * not ours: refused if acknowledged, and refused if the
      * acknowledgment file cannot be read to prove it was not.
       1300-CHECK-SETTLEMENT.
           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-OK
               MOVE "ACKFILE UNAVAILABLE, LOAD UNPROVEN"
                   TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-BACKOUT
           ELSE
               PERFORM UNTIL WS-ACK-EOF
                   READ ACK-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           IF ACK-RUN-DATE = WS-BKO-RUN-DATE
                              AND ACK-JOB-ID = WS-BKO-JOB-ID
                               SET WS-ACK-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
               IF WS-ACK-FOUND
                   MOVE "SETTLEMENT HAS LOADED THIS CYCLE"
                       TO WS-REFUSE-NOTE
                   PERFORM 8000-REFUSE-BACKOUT
               END-IF
           END-IF.

      * A restarted night has one cycle record per execution.
       1400-CHECK-CYCLE.
           OPEN INPUT CYC-IN-FILE
           IF NOT WS-CYCIN-OK
               MOVE "CYCIN" TO WS-FAIL-DD
               PERFORM 8900-OPEN-FAILURE
           ELSE
               PERFORM UNTIL WS-CYCIN-EOF
                   READ CYC-IN-FILE
                       AT END
                           SET WS-CYCIN-EOF TO TRUE
                       NOT AT END
                           IF CYC-RUN-DATE = WS-BKO-RUN-DATE
                              AND CYC-JOB-ID = WS-BKO-JOB-ID
                               ADD 1 TO WS-CYC-RECORDS
                               IF CYC-RECS-WRITTEN IS NUMERIC
                                   ADD CYC-RECS-WRITTEN
                                       TO WS-CYC-WRITTEN
                               END-IF
                               IF CYC-BACKED-OUT
                                   ADD 1 TO WS-CYC-ALREADY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYC-IN-FILE
               IF WS-CYC-ALREADY > 0
                   MOVE "RUN IS ALREADY BACKED OUT"
                       TO WS-REFUSE-NOTE
                   PERFORM 8000-REFUSE-BACKOUT
               END-IF
           END-IF.

      * The journal may hold more validated records than the cycle
      * records count - an execution that abended wrote records but
      * no cycle record - but never fewer, unless entries were lost.
       1500-COUNT-JOURNAL.
           OPEN INPUT BKJ-FILE
           IF NOT WS-BKJ-OK
               MOVE "BKJFILE" TO WS-FAIL-DD
               PERFORM 8900-OPEN-FAILURE
           ELSE
               PERFORM UNTIL WS-BKJ-EOF
                   READ BKJ-FILE INTO BKJ-RECORD
                       AT END
                           SET WS-BKJ-EOF TO TRUE
                       NOT AT END
                           IF BKJ-RUN-DATE = WS-BKO-RUN-DATE
                              AND BKJ-JOB-ID = WS-BKO-JOB-ID
                               PERFORM 1510-COUNT-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKJ-FILE
               DISPLAY "Journal entries for the run: " WS-JRN-TOTAL
               DISPLAY "  validated feed:            " WS-JRN-VALID
               DISPLAY "  held warehouse:            " WS-JRN-HELD
               DISPLAY "  history:                   " WS-JRN-HIST
               DISPLAY "  dispositions:              " WS-JRN-DISP
               DISPLAY "  review queue:              " WS-JRN-REVW
               DISPLAY "Cycle records / written:     " WS-CYC-RECORDS
                   " / " WS-CYC-WRITTEN
               EVALUATE TRUE
                   WHEN WS-JRN-TOTAL = 0
                       MOVE "NO JOURNAL ENTRIES FOR THIS RUN"
                           TO WS-REFUSE-NOTE
                       PERFORM 8000-REFUSE-BACKOUT
                   WHEN WS-JRN-VALID > 0 AND WS-CYC-RECORDS = 0
                       MOVE "NO OPEN SETTLEMENT CYCLE FOR THE RUN"
                           TO WS-REFUSE-NOTE
                       PERFORM 8000-REFUSE-BACKOUT
                   WHEN WS-JRN-VALID < WS-CYC-WRITTEN
                       MOVE "JOURNAL SHORT OF THE CYCLE COUNT"
                           TO WS-REFUSE-NOTE
                       PERFORM 8000-REFUSE-BACKOUT
               END-EVALUATE
           END-IF.

       1510-COUNT-JOURNAL-ENTRY.
           ADD 1 TO WS-JRN-TOTAL
           EVALUATE TRUE
               WHEN BKJ-VALID-WRITTEN
                   ADD 1 TO WS-JRN-VALID
               WHEN BKJ-HELD-WRITTEN
                   ADD 1 TO WS-JRN-HELD
               WHEN BKJ-HIST-ADDED
               WHEN BKJ-HIST-REFRESHED
               WHEN BKJ-HIST-REVERSED
                   ADD 1 TO WS-JRN-HIST
               WHEN BKJ-DISP-OPENED
               WHEN BKJ-DISP-REOPENED
                   ADD 1 TO WS-JRN-DISP
               WHEN BKJ-REVW-QUEUED
               WHEN BKJ-REVW-REQUEUED
                   ADD 1 TO WS-JRN-REVW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Opened now, before anything is decided, so a keyed file the
      * run changed that will not open stops the backout while there
      * is still nothing to put back. The statistics file is the
      * exception - without it the run's statistics simply stay
      * unflagged, and the log says so.
       1600-OPEN-KEYED-FILES.
           IF WS-JRN-HIST > 0
               OPEN I-O HIST-FILE
               IF WS-HIST-OK
                   SET WS-HIST-OPENED TO TRUE
               ELSE
                   MOVE "HISTFILE" TO WS-FAIL-DD
                   PERFORM 8900-OPEN-FAILURE
               END-IF
           END-IF
           IF WS-JRN-DISP > 0 AND WS-BKO-CHECKING
               OPEN I-O DISP-FILE
               IF WS-DISP-OK
                   SET WS-DISP-OPENED TO TRUE
               ELSE
                   MOVE "DISPFILE" TO WS-FAIL-DD
                   PERFORM 8900-OPEN-FAILURE
               END-IF
           END-IF
           IF WS-JRN-REVW > 0 AND WS-BKO-CHECKING
               OPEN I-O REVW-FILE
               IF WS-REVW-OK
                   SET WS-REVW-OPENED TO TRUE
               ELSE
                   MOVE "REVWFILE" TO WS-FAIL-DD
                   PERFORM 8900-OPEN-FAILURE
               END-IF
           END-IF
           IF WS-BKO-CHECKING
               OPEN I-O STAT-FILE
               IF WS-STAT-OK
                   SET WS-STAT-OPENED TO TRUE
               END-IF
           END-IF.

      * Dual control, decided here and acted on once the copies have
      * proved the backout can be done. The pending file is fail-
      * closed: without it there is no second pair of eyes.
       1700-JUDGE-DUAL-CONTROL.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           IF NOT WS-PEND-OK
               MOVE "NO PENDFILE, NO DUAL CONTROL"
                   TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-BACKOUT
           ELSE
               SET WS-PEND-OPENED TO TRUE
               MOVE "BKO" TO PEND-VERB
               MOVE WS-BKO-JOB-ID TO PEND-REC-KEY
               READ PEND-FILE
                   KEY IS PEND-KEY
                   INVALID KEY
                       SET WS-DUAL-CTL-STAGE TO TRUE
                   NOT INVALID KEY
                       PERFORM 1710-JUDGE-PENDING
               END-READ
           END-IF.

       1710-JUDGE-PENDING.
           IF PEND-REQ-USER = WS-BKO-USER
               DISPLAY "Dual control: confirmation must come from "
                   "a different user than " PEND-REQ-USER
               MOVE "SAME USER CANNOT CONFIRM" TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-BACKOUT
           ELSE
               IF PEND-NEW-DATE = WS-BKO-RUN-DATE
                   SET WS-DUAL-CTL-CONFIRM TO TRUE
               ELSE
                   DISPLAY "Pending backout is for run date "
                       PEND-NEW-DATE " - request restaged under "
                       WS-BKO-USER
                   SET WS-DUAL-CTL-STAGE TO TRUE
               END-IF
           END-IF.

      * Every journaled validated record must still be on the feed,
      * in the order the run wrote it: the journal is walked in step
      * with the feed, and the first record matching the next entry
      * in full is that entry's record. Anything left unmatched at
      * the end means the feed is not what the run left, and the
      * backout is refused.
       2000-COPY-VALIDATED.
           OPEN INPUT VALID-IN-FILE
           IF NOT WS-VALIDIN-OK
               MOVE "VALIDIN" TO WS-FAIL-DD
               PERFORM 8900-OPEN-FAILURE
           ELSE
               OPEN OUTPUT VALID-OUT-FILE
               IF NOT WS-VALIDOUT-OK
                   CLOSE VALID-IN-FILE
                   MOVE "VALIDOUT" TO WS-FAIL-DD
                   PERFORM 8900-OPEN-FAILURE
               ELSE
                   OPEN INPUT BKJ-FILE
                   IF NOT WS-BKJ-OK
                       CLOSE VALID-IN-FILE VALID-OUT-FILE
                       MOVE "BKJFILE" TO WS-FAIL-DD
                       PERFORM 8900-OPEN-FAILURE
                   ELSE
                       PERFORM 2005-WALK-VALIDATED
                   END-IF
               END-IF
           END-IF.

       2005-WALK-VALIDATED.
           PERFORM 2010-NEXT-VALID-ENTRY
           PERFORM UNTIL WS-VALIDIN-EOF
               READ VALID-IN-FILE
                   AT END
                       SET WS-VALIDIN-EOF TO TRUE
                   NOT AT END
                       IF WS-JRN-PENDING
                          AND VALID-IN-RECORD = BKJ-IMAGE (1:80)
                           ADD 1 TO WS-VALID-REMOVED
                           IF WS-DUAL-CTL-CONFIRM
                               MOVE SPACES TO BKL-RECORD
                               MOVE "VALIDFILE" TO BKL-FILE
                               MOVE "REMOVED" TO BKL-ACTION
                               MOVE VALID-IN-RECORD (18:16)
                                   TO BKL-KEY
                               PERFORM 8100-WRITE-LOG
                           END-IF
                           PERFORM 2010-NEXT-VALID-ENTRY
                       ELSE
                           ADD 1 TO WS-VALID-KEPT
                           WRITE VALID-OUT-RECORD
                               FROM VALID-IN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALID-IN-FILE VALID-OUT-FILE BKJ-FILE
           DISPLAY "Validated records removed:   " WS-VALID-REMOVED
           DISPLAY "Validated records kept:      " WS-VALID-KEPT
           IF WS-VALID-REMOVED < WS-JRN-VALID
               MOVE "VALIDATED RECORDS NOT ALL ON FEED"
                   TO WS-REFUSE-NOTE
               PERFORM 8000-REFUSE-BACKOUT
           END-IF.

       2010-NEXT-VALID-ENTRY.
           SET WS-JRN-EXHAUSTED TO TRUE
           PERFORM UNTIL WS-JRN-PENDING OR WS-BKJ-EOF
               READ BKJ-FILE INTO BKJ-RECORD
                   AT END
                       SET WS-BKJ-EOF TO TRUE
                   NOT AT END
                       IF BKJ-RUN-DATE = WS-BKO-RUN-DATE
                          AND BKJ-JOB-ID = WS-BKO-JOB-ID
                          AND BKJ-VALID-WRITTEN
                           SET WS-JRN-PENDING TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      * A journaled held record no longer on the warehouse has been
      * released by DTVAL300 into a release batch since; it cannot be
      * recalled from here and is logged for operations.
       2100-COPY-HELD.
           OPEN INPUT BKJ-FILE
           IF NOT WS-BKJ-OK
               MOVE "BKJFILE" TO WS-FAIL-DD
               PERFORM 8900-OPEN-FAILURE
           ELSE
               PERFORM UNTIL WS-BKJ-EOF
                   READ BKJ-FILE INTO BKJ-RECORD
                       AT END
                           SET WS-BKJ-EOF TO TRUE
                       NOT AT END
                           IF BKJ-RUN-DATE = WS-BKO-RUN-DATE
                              AND BKJ-JOB-ID = WS-BKO-JOB-ID
                              AND BKJ-HELD-WRITTEN
                               PERFORM 2110-LOAD-HELD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BKJ-FILE
               IF WS-HELD-COUNT < WS-JRN-HELD
                   MOVE "TOO MANY HELD ENTRIES FOR ONE PASS"
                       TO WS-REFUSE-NOTE
                   PERFORM 8000-REFUSE-BACKOUT
               ELSE
                   PERFORM 2105-OPEN-HELD-FILES
               END-IF
           END-IF.

       2105-OPEN-HELD-FILES.
           OPEN INPUT HELD-IN-FILE
           IF NOT WS-HELDIN-OK
               MOVE "HELDIN" TO WS-FAIL-DD
               PERFORM 8900-OPEN-FAILURE
           ELSE
               OPEN OUTPUT HELD-OUT-FILE
               IF NOT WS-HELDOUT-OK
                   CLOSE HELD-IN-FILE
                   MOVE "HELDOUT" TO WS-FAIL-DD
                   PERFORM 8900-OPEN-FAILURE
               ELSE
                   PERFORM 2115-SWEEP-HELD
               END-IF
           END-IF.

       2110-LOAD-HELD-ENTRY.
           IF WS-HELD-COUNT < WS-HELD-MAX
               ADD 1 TO WS-HELD-COUNT
               MOVE BKJ-IMAGE (1:80) TO WS-HELD-IMAGE (WS-HELD-COUNT)
               SET WS-HELD-UNUSED (WS-HELD-COUNT) TO TRUE
           END-IF.

       2115-SWEEP-HELD.
           PERFORM UNTIL WS-HELDIN-EOF
               READ HELD-IN-FILE
                   AT END
                       SET WS-HELDIN-EOF TO TRUE
                   NOT AT END
                       PERFORM 2120-MATCH-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE HELD-IN-FILE HELD-OUT-FILE
           PERFORM 2130-NOTE-RELEASED-HELD
               VARYING WS-HELD-IX FROM 1 BY 1
               UNTIL WS-HELD-IX > WS-HELD-COUNT
           DISPLAY "Held records removed:        " WS-HELD-REMOVED
           DISPLAY "Held records released since: " WS-HELD-KEPT.

       2120-MATCH-HELD-RECORD.
           MOVE "N" TO WS-HELD-MATCH-SW
           PERFORM 2125-TRY-HELD-ENTRY
               VARYING WS-HELD-IX FROM 1 BY 1
               UNTIL WS-HELD-IX > WS-HELD-COUNT
                  OR WS-HELD-MATCHED
           IF WS-HELD-MATCHED
               ADD 1 TO WS-HELD-REMOVED
               IF WS-DUAL-CTL-CONFIRM
                   MOVE SPACES TO BKL-RECORD
                   MOVE "HELDFILE" TO BKL-FILE
                   MOVE "REMOVED" TO BKL-ACTION
                   MOVE HELD-IN-RECORD (18:16) TO BKL-KEY
                   PERFORM 8100-WRITE-LOG
               END-IF
           ELSE
               WRITE HELD-OUT-RECORD FROM HELD-IN-RECORD
           END-IF.

       2125-TRY-HELD-ENTRY.
           IF WS-HELD-UNUSED (WS-HELD-IX)
              AND WS-HELD-IMAGE (WS-HELD-IX) (1:64)
                  = HELD-IN-RECORD (1:64)
              AND WS-HELD-IMAGE (WS-HELD-IX) (67:14)
                  = HELD-IN-RECORD (67:14)
               SET WS-HELD-USED (WS-HELD-IX) TO TRUE
               SET WS-HELD-MATCHED TO TRUE
           END-IF.

       2130-NOTE-RELEASED-HELD.
           IF WS-HELD-UNUSED (WS-HELD-IX)
               ADD 1 TO WS-HELD-KEPT
               IF WS-DUAL-CTL-CONFIRM
                   ADD 1 TO WS-ENTRIES-KEPT
                   MOVE SPACES TO BKL-RECORD
                   MOVE "HELDFILE" TO BKL-FILE
                   MOVE "KEPT" TO BKL-ACTION
                   MOVE WS-HELD-IMAGE (WS-HELD-IX) (18:16)
                       TO BKL-KEY
                   MOVE "RELEASED FROM THE WAREHOUSE SINCE"
                       TO BKL-NOTE
                   PERFORM 8100-WRITE-LOG
               END-IF
           END-IF.

       2200-COPY-CYCLE.
           OPEN INPUT CYC-IN-FILE
           IF NOT WS-CYCIN-OK
               MOVE "CYCIN" TO WS-FAIL-DD
               PERFORM 8900-OPEN-FAILURE
           ELSE
               OPEN OUTPUT CYC-OUT-FILE
               IF NOT WS-CYCOUT-OK
                   CLOSE CYC-IN-FILE
                   MOVE "CYCOUT" TO WS-FAIL-DD
                   PERFORM 8900-OPEN-FAILURE
               ELSE
                   PERFORM 2205-SWEEP-CYCLE
               END-IF
           END-IF.

       2205-SWEEP-CYCLE.
           PERFORM UNTIL WS-CYCIN-EOF
               READ CYC-IN-FILE
                   AT END
                       SET WS-CYCIN-EOF TO TRUE
                   NOT AT END
                       IF CYC-RUN-DATE = WS-BKO-RUN-DATE
                          AND CYC-JOB-ID = WS-BKO-JOB-ID
                           SET CYC-BACKED-OUT TO TRUE
                           ADD 1 TO WS-CYC-MARKED
                           IF WS-DUAL-CTL-CONFIRM
                               MOVE SPACES TO BKL-RECORD
                               MOVE "CYCFILE" TO BKL-FILE
                               MOVE "MARKED" TO BKL-ACTION
                               MOVE CYC-TIMESTAMP TO BKL-KEY
                               PERFORM 8100-WRITE-LOG
                           END-IF
                       END-IF
                       WRITE CYC-OUT-RECORD FROM CYC-RECORD
               END-READ
           END-PERFORM
           CLOSE CYC-IN-FILE CYC-OUT-FILE.

      * Only the nightly run's own control totals are flagged; the
      * other steps that share the job ID (the reject return run)
      * are not undone and keep theirs.
       2300-COPY-CONTROL.
           OPEN INPUT CTL-IN-FILE
           IF NOT WS-CTLIN-OK
               MOVE "CTLIN" TO WS-FAIL-DD
               PERFORM 8900-OPEN-FAILURE
           ELSE
               OPEN OUTPUT CTL-OUT-FILE
               IF NOT WS-CTLOUT-OK
                   CLOSE CTL-IN-FILE
                   MOVE "CTLOUT" TO WS-FAIL-DD
                   PERFORM 8900-OPEN-FAILURE
               ELSE
                   PERFORM 2305-SWEEP-CONTROL
               END-IF
           END-IF.

       2305-SWEEP-CONTROL.
           PERFORM UNTIL WS-CTLIN-EOF
               READ CTL-IN-FILE
                   AT END
                       SET WS-CTLIN-EOF TO TRUE
                   NOT AT END
                       IF CTL-PROGRAM = "DTVAL100"
                          AND CTL-RUN-DATE = WS-BKO-RUN-DATE
                          AND CTL-JOB-ID = WS-BKO-JOB-ID
                           SET CTL-BACKED-OUT TO TRUE
                           ADD 1 TO WS-CTL-MARKED
                           IF WS-DUAL-CTL-CONFIRM
                               MOVE SPACES TO BKL-RECORD
                               MOVE "CTLFILE" TO BKL-FILE
                               MOVE "MARKED" TO BKL-ACTION
                               MOVE CTL-TIMESTAMP TO BKL-KEY
                               PERFORM 8100-WRITE-LOG
                           END-IF
                       END-IF
                       WRITE CTL-OUT-RECORD FROM CTL-RECORD
               END-READ
           END-PERFORM
           CLOSE CTL-IN-FILE CTL-OUT-FILE.

       2500-APPLY-DUAL-CONTROL.
           IF WS-DUAL-CTL-STAGE
               PERFORM 2510-STAGE-PENDING
           ELSE
               DISPLAY "Dual control confirmed by " WS-BKO-USER
                   " (requested by " PEND-REQ-USER "), backing out"
               DELETE PEND-FILE
                   INVALID KEY
                       DISPLAY "Unable to clear pending backout"
               END-DELETE
               SET WS-BKO-CONFIRMED TO TRUE
           END-IF.

       2510-STAGE-PENDING.
           MOVE SPACES TO PEND-RECORD
           MOVE "BKO" TO PEND-VERB
           MOVE WS-BKO-JOB-ID TO PEND-REC-KEY
           MOVE WS-BKO-RUN-DATE TO PEND-NEW-DATE
           MOVE 0 TO PEND-NEW-EFF-DATE
           MOVE WS-BKO-USER TO PEND-REQ-USER
           MOVE FUNCTION CURRENT-DATE TO PEND-TIMESTAMP
           WRITE PEND-RECORD
               INVALID KEY
                   REWRITE PEND-RECORD
                       INVALID KEY
                           DISPLAY "Unable to stage pending backout"
                   END-REWRITE
           END-WRITE
           SET WS-BKO-STAGED TO TRUE
           DISPLAY "Staged for dual control: backout of "
               WS-BKO-RUN-DATE " " WS-BKO-JOB-ID
               " awaiting confirmation by a second user"
           MOVE SPACES TO BKL-RECORD
           MOVE "PENDFILE" TO BKL-FILE
           MOVE "STAGED" TO BKL-ACTION
           MOVE WS-BKO-JOB-ID TO BKL-KEY
           MOVE "AWAITING A SECOND USER" TO BKL-NOTE
           PERFORM 8100-WRITE-LOG
           MOVE "PND" TO WS-MAUD-ACTION
           PERFORM 8200-WRITE-MAINT-AUDIT.

      * The run's history, disposition and review-queue changes are
      * undone newest first, so an entry the run changed twice ends
      * up as it stood before the run's first change.
       3000-UNDO-KEYED-CHANGES.
           SORT SORT-FILE
               ON DESCENDING KEY SRT-TIMESTAMP SRT-ENTRY-NO
               INPUT PROCEDURE IS 3100-SELECT-KEYED-ENTRIES
               OUTPUT PROCEDURE IS 3200-APPLY-KEYED-UNDO.

       3100-SELECT-KEYED-ENTRIES.
           MOVE SPACES TO WS-BKJ-STATUS
           OPEN INPUT BKJ-FILE
           PERFORM UNTIL WS-BKJ-EOF OR NOT WS-BKJ-OK
               READ BKJ-FILE INTO BKJ-RECORD
                   AT END
                       SET WS-BKJ-EOF TO TRUE
                   NOT AT END
                       IF BKJ-RUN-DATE = WS-BKO-RUN-DATE
                          AND BKJ-JOB-ID = WS-BKO-JOB-ID
                          AND NOT BKJ-VALID-WRITTEN
                          AND NOT BKJ-HELD-WRITTEN
                           RELEASE SRT-RECORD FROM BKJ-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKJ-FILE.

       3200-APPLY-KEYED-UNDO.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE INTO BKJ-RECORD
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BKJ-HIST-ADDED
                           WHEN BKJ-HIST-REFRESHED
                           WHEN BKJ-HIST-REVERSED
                               PERFORM 3300-UNDO-HISTORY
                           WHEN BKJ-DISP-OPENED
                           WHEN BKJ-DISP-REOPENED
                               PERFORM 3400-UNDO-DISPOSITION
                           WHEN BKJ-REVW-QUEUED
                           WHEN BKJ-REVW-REQUEUED
                               PERFORM 3450-UNDO-REVIEW
                       END-EVALUATE
               END-RETURN
           END-PERFORM.

      * A history entry is still the run's while its processing date
      * (added or refreshed) or reversal date (marked reversed) is
      * the run date; a later night that reused the ID or reversed
      * the transaction owns it now.
       3300-UNDO-HISTORY.
           MOVE SPACES TO BKL-RECORD
           MOVE "HISTFILE" TO BKL-FILE
           MOVE BKJ-IMAGE (1:16) TO BKL-KEY
           MOVE BKJ-IMAGE (1:16) TO HIST-TRAN-ID
           SET WS-KEYED-FOUND TO TRUE
           READ HIST-FILE
               KEY IS HIST-TRAN-ID
               INVALID KEY
                   MOVE "N" TO WS-KEYED-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-KEYED-FOUND
                   MOVE "NO LONGER ON HISTORY" TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               WHEN BKJ-HIST-REVERSED
                   PERFORM 3310-UNDO-REVERSAL-MARK
               WHEN HIST-PROC-DATE IS NOT NUMERIC
               WHEN HIST-PROC-DATE NOT = WS-BKO-RUN-DATE
                   MOVE "HISTORY ENTRY CHANGED SINCE THE RUN"
                       TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               WHEN OTHER
                   PERFORM 3320-UNDO-HISTORY-ENTRY
           END-EVALUATE.

       3310-UNDO-REVERSAL-MARK.
           IF HIST-REVERSED-DATE IS NUMERIC
              AND HIST-REVERSED-DATE = WS-BKO-RUN-DATE
               MOVE BKJ-IMAGE TO HIST-RECORD
               REWRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY "Unable to restore history for "
                           HIST-TRAN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-RESTORED
                       MOVE "RESTORED" TO BKL-ACTION
                       MOVE "REVERSAL MARK TAKEN OFF" TO BKL-NOTE
                       PERFORM 8100-WRITE-LOG
               END-REWRITE
           ELSE
               MOVE "REVERSAL MARK CHANGED SINCE THE RUN"
                   TO WS-KEEP-NOTE
               PERFORM 8300-KEEP-ENTRY
           END-IF.

       3320-UNDO-HISTORY-ENTRY.
           IF BKJ-HIST-ADDED
               DELETE HIST-FILE
                   INVALID KEY
                       DISPLAY "Unable to delete history for "
                           HIST-TRAN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-DELETED
                       MOVE "DELETED" TO BKL-ACTION
                       PERFORM 8100-WRITE-LOG
               END-DELETE
           ELSE
               MOVE BKJ-IMAGE TO HIST-RECORD
               REWRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY "Unable to restore history for "
                           HIST-TRAN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-HIST-RESTORED
                       MOVE "RESTORED" TO BKL-ACTION
                       PERFORM 8100-WRITE-LOG
               END-REWRITE
           END-IF.

      * A disposition is still the run's while it is open under the
      * run date. One DTVAL150 has since returned to its source (T)
      * is taken back all the same - the reject it answers is being
      * backed out - but the return already went to the feed, so it
      * is flagged for operations to tell the source.
       3400-UNDO-DISPOSITION.
           MOVE SPACES TO BKL-RECORD
           MOVE "DISPFILE" TO BKL-FILE
           MOVE BKJ-IMAGE (1:30) TO BKL-KEY
           MOVE BKJ-IMAGE (1:30) TO DISP-KEY
           SET WS-KEYED-FOUND TO TRUE
           READ DISP-FILE
               KEY IS DISP-KEY
               INVALID KEY
                   MOVE "N" TO WS-KEYED-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-KEYED-FOUND
                   MOVE "NO LONGER ON DISPOSITIONS" TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               WHEN DISP-MAINT-DATE IS NOT NUMERIC
               WHEN DISP-MAINT-DATE NOT = WS-BKO-RUN-DATE
               WHEN NOT (DISP-OPEN OR DISP-RETURNED)
                   MOVE "WORKED SINCE THE RUN" TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               WHEN OTHER
                   PERFORM 3410-TAKE-BACK-DISPOSITION
           END-EVALUATE.

       3410-TAKE-BACK-DISPOSITION.
           IF DISP-RETURNED
               MOVE "RETURNED TO SOURCE - TELL THE FEED"
                   TO BKL-NOTE
               ADD 1 TO WS-ENTRIES-KEPT
           END-IF
           IF BKJ-DISP-OPENED
               DELETE DISP-FILE
                   INVALID KEY
                       DISPLAY "Unable to delete disposition for "
                           DISP-TRAN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-DISP-DELETED
                       MOVE "DELETED" TO BKL-ACTION
                       PERFORM 8100-WRITE-LOG
               END-DELETE
           ELSE
               MOVE BKJ-IMAGE TO DISP-RECORD
               REWRITE DISP-RECORD
                   INVALID KEY
                       DISPLAY "Unable to restore disposition for "
                           DISP-TRAN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-DISP-RESTORED
                       MOVE "RESTORED" TO BKL-ACTION
                       PERFORM 8100-WRITE-LOG
               END-REWRITE
           END-IF.

      * A review item is still the run's while it carries the run's
      * job ID and queue date and is awaiting a decision or approved
      * but not yet released - an approval given since is discarded
      * with it, and the rerun queues the item afresh. Declined and
      * released items have left the queue's hands and are kept.
       3450-UNDO-REVIEW.
           MOVE SPACES TO BKL-RECORD
           MOVE "REVWFILE" TO BKL-FILE
           MOVE BKJ-IMAGE (1:30) TO BKL-KEY
           MOVE BKJ-IMAGE (1:30) TO REVW-KEY
           SET WS-KEYED-FOUND TO TRUE
           READ REVW-FILE
               KEY IS REVW-KEY
               INVALID KEY
                   MOVE "N" TO WS-KEYED-FOUND-SW
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-KEYED-FOUND
                   MOVE "NO LONGER ON THE REVIEW QUEUE"
                       TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               WHEN REVW-JOB-ID NOT = WS-BKO-JOB-ID
               WHEN REVW-QUEUE-DATE IS NOT NUMERIC
               WHEN REVW-QUEUE-DATE NOT = WS-BKO-RUN-DATE
                   MOVE "QUEUED AGAIN SINCE THE RUN" TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               WHEN REVW-RELEASED
               WHEN REVW-DECLINED
                   MOVE "DECIDED AND ACTED ON SINCE THE RUN"
                       TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               WHEN OTHER
                   PERFORM 3460-TAKE-BACK-REVIEW
           END-EVALUATE.

       3460-TAKE-BACK-REVIEW.
           IF NOT REVW-QUEUED
               MOVE "APPROVAL DISCARDED" TO BKL-NOTE
           END-IF
           IF BKJ-REVW-QUEUED
               DELETE REVW-FILE
                   INVALID KEY
                       DISPLAY "Unable to delete review item for "
                           REVW-TRAN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-REVW-DELETED
                       MOVE "DELETED" TO BKL-ACTION
                       PERFORM 8100-WRITE-LOG
               END-DELETE
           ELSE
               MOVE BKJ-IMAGE TO REVW-RECORD
               REWRITE REVW-RECORD
                   INVALID KEY
                       DISPLAY "Unable to restore review item for "
                           REVW-TRAN-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-REVW-RESTORED
                       MOVE "RESTORED" TO BKL-ACTION
                       PERFORM 8100-WRITE-LOG
               END-REWRITE
           END-IF.

      * The run's statistics records sit together under its run date
      * and job ID, one per source. A START that finds none leaves a
      * status other than 00, so the read loop does not run.
       3500-MARK-STATISTICS.
           IF NOT WS-STAT-OPENED
               MOVE SPACES TO BKL-RECORD
               MOVE "STATFILE" TO BKL-FILE
               MOVE WS-BKO-JOB-ID TO BKL-KEY
               MOVE "STATFILE UNAVAILABLE, NOT FLAGGED"
                   TO WS-KEEP-NOTE
               PERFORM 8300-KEEP-ENTRY
           ELSE
               MOVE WS-BKO-RUN-DATE TO STAT-RUN-DATE
               MOVE WS-BKO-JOB-ID TO STAT-JOB-ID
               MOVE LOW-VALUES TO STAT-SOURCE-ID
               START STAT-FILE
                   KEY IS >= STAT-KEY
                   INVALID KEY
                       DISPLAY "No statistics records for the run"
               END-START
               PERFORM UNTIL WS-STAT-EOF OR NOT WS-STAT-OK
                   READ STAT-FILE NEXT RECORD
                       AT END
                           SET WS-STAT-EOF TO TRUE
                       NOT AT END
                           IF STAT-RUN-DATE = WS-BKO-RUN-DATE
                              AND STAT-JOB-ID = WS-BKO-JOB-ID
                               PERFORM 3510-MARK-STATISTICS-RECORD
                           ELSE
                               SET WS-STAT-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3510-MARK-STATISTICS-RECORD.
           SET STAT-BACKED-OUT TO TRUE
           REWRITE STAT-RECORD
               INVALID KEY
                   DISPLAY "Unable to flag statistics for "
                       STAT-SOURCE-ID
               NOT INVALID KEY
                   ADD 1 TO WS-STAT-MARKED
                   MOVE SPACES TO BKL-RECORD
                   MOVE "STATFILE" TO BKL-FILE
                   MOVE "MARKED" TO BKL-ACTION
                   MOVE STAT-SOURCE-ID TO BKL-KEY
                   PERFORM 8100-WRITE-LOG
           END-REWRITE.

      * The marker goes on the end of the chained audit trail like
      * any other record. The linkage is pointed at the audit trail
      * for it and then back at the maintenance audit. The backout
      * has been applied by now, so a marker that cannot be written
      * is a warning for operations, not a reason to stop the swap.
       4000-WRITE-AUDIT-MARKER.
           MOVE DTCHN-LAST-SEQ TO WS-MAUD-LAST-SEQ
           MOVE DTCHN-PREV-CHAIN TO WS-MAUD-PREV-CHAIN
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
               MOVE SPACES TO BKL-RECORD
               MOVE "AUDITFILE" TO BKL-FILE
               MOVE WS-BKO-JOB-ID TO BKL-KEY
               MOVE "AUDIT MARKER NOT WRITTEN" TO WS-KEEP-NOTE
               PERFORM 8300-KEEP-ENTRY
           ELSE
               MOVE SPACES TO AUDIT-RECORD
               MOVE WS-BKO-RUN-DATE TO AUDIT-TRAN-DATE
               MOVE 0 TO AUDIT-TRAN-TIME
               MOVE 0 TO AUDIT-CUTOFF-DATE
               MOVE "RUN BACKED OUT" TO AUDIT-REJECT-REASON
               MOVE 90 TO AUDIT-REASON-CODE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-BKO-USER TO AUDIT-OPERATOR-ID
               MOVE WS-BKO-JOB-ID TO AUDIT-JOB-ID
               MOVE 0 TO AUDIT-RESUB-COUNT
               MOVE 0 TO AUDIT-AMOUNT
               ADD 1 TO DTCHN-LAST-SEQ GIVING AUDIT-SEQ-NO
               MOVE 0 TO AUDIT-CHAIN-VALUE
               MOVE AUDIT-RECORD TO DTCHN-RECORD
               MOVE LENGTH OF AUDIT-RECORD TO DTCHN-RECORD-LENGTH
               SET DTCHN-COMPUTE TO TRUE
               CALL "DTVALCHN" USING DTCHN-LINKAGE
               MOVE DTCHN-CHAIN-OUT TO AUDIT-CHAIN-VALUE
               WRITE AUDIT-RECORD
               IF NOT WS-AUDIT-OK
                   MOVE SPACES TO BKL-RECORD
                   MOVE "AUDITFILE" TO BKL-FILE
                   MOVE WS-BKO-JOB-ID TO BKL-KEY
                   MOVE "AUDIT MARKER NOT WRITTEN" TO WS-KEEP-NOTE
                   PERFORM 8300-KEEP-ENTRY
               END-IF
               CLOSE AUDIT-FILE
           END-IF
           MOVE WS-MAUD-LAST-SEQ TO DTCHN-LAST-SEQ
           MOVE WS-MAUD-PREV-CHAIN TO DTCHN-PREV-CHAIN.

       4100-RECORD-BACKOUT.
           DISPLAY "Validated records removed:   " WS-VALID-REMOVED
           DISPLAY "Held records removed:        " WS-HELD-REMOVED
           DISPLAY "Cycle records flagged:       " WS-CYC-MARKED
           DISPLAY "Control totals flagged:      " WS-CTL-MARKED
           DISPLAY "Statistics records flagged:  " WS-STAT-MARKED
           DISPLAY "History deleted / restored:  " WS-HIST-DELETED
               " / " WS-HIST-RESTORED
           DISPLAY "Dispositions deleted/restrd: " WS-DISP-DELETED
               " / " WS-DISP-RESTORED
           DISPLAY "Review items deleted/restrd: " WS-REVW-DELETED
               " / " WS-REVW-RESTORED
           DISPLAY "Entries kept or to follow up:" WS-ENTRIES-KEPT
           MOVE SPACES TO WS-DONE-NOTE
           IF WS-ENTRIES-KEPT > 0
               STRING "BACKED OUT, " WS-ENTRIES-KEPT
                   " TO FOLLOW UP" DELIMITED BY SIZE
                   INTO WS-DONE-NOTE
           ELSE
               MOVE "BACKED OUT" TO WS-DONE-NOTE
           END-IF
           MOVE SPACES TO BKL-RECORD
           MOVE "DONE" TO BKL-ACTION
           MOVE WS-BKO-JOB-ID TO BKL-KEY
           MOVE WS-DONE-NOTE TO BKL-NOTE
           PERFORM 8100-WRITE-LOG
           MOVE "BKO" TO WS-MAUD-ACTION
           PERFORM 8200-WRITE-MAINT-AUDIT.

       8000-REFUSE-BACKOUT.
           SET WS-BKO-REFUSED TO TRUE
           DISPLAY "Backout refused: " WS-REFUSE-NOTE
           MOVE SPACES TO BKL-RECORD
           MOVE "REFUSED" TO BKL-ACTION
           MOVE WS-BKO-JOB-ID TO BKL-KEY
           MOVE WS-REFUSE-NOTE TO BKL-NOTE
           PERFORM 8100-WRITE-LOG
           MOVE "RFD" TO WS-MAUD-ACTION
           PERFORM 8200-WRITE-MAINT-AUDIT.

      * The caller fills in the file, action, key and note.
       8100-WRITE-LOG.
           MOVE WS-BKO-RUN-DATE TO BKL-RUN-DATE
           MOVE WS-BKO-JOB-ID TO BKL-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO BKL-TIMESTAMP
           MOVE WS-BKO-USER TO BKL-USER
           WRITE BKL-RECORD
           IF NOT WS-BKL-OK
               DISPLAY "Unable to write backout log record"
           END-IF.

      * The job ID rides in the cutoff-type field; the after image
      * names the run.
       8200-WRITE-MAINT-AUDIT.
           MOVE SPACES TO MAUD-RECORD
           MOVE WS-MAUD-ACTION TO MAUD-ACTION
           MOVE WS-BKO-JOB-ID TO MAUD-CUTOFF-TYPE
           STRING "BACKOUT RUN DATE " WS-BKO-RUN-DATE-X
               " JOB " WS-BKO-JOB-ID
               DELIMITED BY SIZE INTO MAUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP
           MOVE WS-BKO-USER TO MAUD-USER
           ADD 1 TO DTCHN-LAST-SEQ GIVING MAUD-SEQ-NO
           MOVE 0 TO MAUD-CHAIN-VALUE
           MOVE MAUD-RECORD TO DTCHN-RECORD
           MOVE LENGTH OF MAUD-RECORD TO DTCHN-RECORD-LENGTH
           SET DTCHN-COMPUTE TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           MOVE DTCHN-CHAIN-OUT TO MAUD-CHAIN-VALUE
           WRITE MAUD-RECORD
           IF NOT WS-MAUD-OK
               DISPLAY "Unable to write maintenance audit record"
           ELSE
               MOVE MAUD-SEQ-NO TO DTCHN-LAST-SEQ
               MOVE DTCHN-CHAIN-OUT TO DTCHN-PREV-CHAIN
           END-IF.

      * An entry left as it stands. The caller fills in the file and
      * key; the note says why.
       8300-KEEP-ENTRY.
           ADD 1 TO WS-ENTRIES-KEPT
           MOVE "KEPT" TO BKL-ACTION
           MOVE WS-KEEP-NOTE TO BKL-NOTE
           PERFORM 8100-WRITE-LOG.

       8900-OPEN-FAILURE.
           SET WS-BKO-FAILED TO TRUE
           DISPLAY "Unable to open " WS-FAIL-DD
               ", nothing backed out"
           MOVE SPACES TO BKL-RECORD
           MOVE WS-FAIL-DD TO BKL-FILE
           MOVE "REFUSED" TO BKL-ACTION
           MOVE WS-BKO-JOB-ID TO BKL-KEY
           MOVE "FILE WOULD NOT OPEN" TO BKL-NOTE
           PERFORM 8100-WRITE-LOG.

       9000-END-RUN.
           IF WS-HIST-OPENED
               CLOSE HIST-FILE
           END-IF
           IF WS-DISP-OPENED
               CLOSE DISP-FILE
           END-IF
           IF WS-REVW-OPENED
               CLOSE REVW-FILE
           END-IF
           IF WS-STAT-OPENED
               CLOSE STAT-FILE
           END-IF
           IF WS-PEND-OPENED
               CLOSE PEND-FILE
           END-IF
           CLOSE MAUD-FILE
           CLOSE BKLOG-FILE
           EVALUATE TRUE
               WHEN WS-BKO-REFUSED
                   MOVE WS-RC-REFUSED TO RETURN-CODE
               WHEN WS-BKO-FAILED
                   MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               WHEN WS-BKO-STAGED
                   MOVE WS-RC-STAGED TO RETURN-CODE
               WHEN WS-ENTRIES-KEPT > 0
                   MOVE WS-RC-KEPT TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
