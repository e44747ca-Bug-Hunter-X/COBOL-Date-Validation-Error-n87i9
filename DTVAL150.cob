       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVAL150.

      * Reject return to the upstream feeds. Runs straight after the
      * nightly validation (same RUNJOBID, off the EXEC PARM) and
      * sends every repairable reject that run wrote back to the
      * feed it arrived in, instead of leaving it on the audit trail
      * until someone phones the source. The night's rejects are
      * sorted by the header source ID of their batch and each
      * source gets a return file of its own - a dataset per source,
      * PROD.DTVAL.RETN.<source ID>, allocated here as the source's
      * first return is written (header, one detail per reject with
      * its reason code and text, and a trailer with count and
      * amount - cpyretn.cpy), so the transmission step sends each
      * source its own rejects and nothing else - and logged on
      * RLOGFILE (cpyrlog.cpy) as it closes. Each returned reject's
      * disposition is marked T so the repair team does not work it
      * as well. Reason codes operations keep internal are held back
      * and stay open for repair: a NORETNnn parameter record (nn =
      * reason code, date field 1) marks code nn internal, maintained
      * through DTVALMNT like any other parameter. Rejects with no
      * source ID (a headerless batch) have nowhere to go and are
      * held back the same way, as are a source's rejects when its
      * return dataset cannot be allocated (a source ID that is no
      * valid dataset name qualifier, or an allocation failure) or
      * its header will not write, and any reject whose own return
      * record will not write. Only a reject actually written to the
      * return file is marked returned.
      * Condition codes:
      *    0 returns written
      *    4 a source's return dataset could not be allocated or
      *      written - the rejects not written stay open for repair,
      *      see the log
      *   12 a required file would not open

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CUTOFF-TYPE
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DISP-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.

           SELECT RETN-FILE ASSIGN TO RETNFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETN-STATUS.

           SELECT RLOG-FILE ASSIGN TO RLOGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "cpyaudrc.cpy".

       FD  PARM-FILE.
           COPY "cpyparmr.cpy".

       FD  DISP-FILE.
           COPY "cpydispr.cpy".

       FD  RETN-FILE
           RECORDING MODE IS F.
           COPY "cpyretn.cpy".

       FD  RLOG-FILE
           RECORDING MODE IS F.
           COPY "cpyrlog.cpy".

      * One of tonight's repairable rejects, in source order. The
      * read sequence keeps each source's rejects in the order the
      * nightly run wrote them.
       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-SOURCE-ID           PIC X(8).
           05  SRT-SEQ                 PIC 9(9).
           05  SRT-WITHHELD-SW         PIC X(1).
               88  SRT-WITHHELD               VALUE "Y".
           05  SRT-TRAN-ID             PIC X(16).
           05  SRT-TRAN-DATE           PIC 9(8).
           05  SRT-TRAN-TIME           PIC 9(6).
           05  SRT-REASON-CODE         PIC 9(2).
           05  SRT-REASON-TEXT         PIC X(20).
           05  SRT-REJECT-DATE         PIC X(8).
           05  SRT-AMOUNT              PIC 9(9)V99.
           05  SRT-RESUB-COUNT         PIC 9(2).
           05  SRT-TRAN-IMAGE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-AUDIT-STATUS     PIC X(2).
               88  WS-AUDIT-OK            VALUE "00".
               88  WS-AUDIT-EOF           VALUE "10".
           05  WS-PARM-STATUS      PIC X(2).
               88  WS-PARM-OK             VALUE "00".
               88  WS-PARM-EOF            VALUE "10".
           05  WS-DISP-STATUS      PIC X(2).
               88  WS-DISP-OK             VALUE "00".
           05  WS-RETN-STATUS      PIC X(2).
               88  WS-RETN-OK             VALUE "00".
           05  WS-RLOG-STATUS      PIC X(2).
               88  WS-RLOG-OK             VALUE "00".
           05  WS-SORT-EOF-SW      PIC X(1) VALUE "N".
               88  WS-SORT-EOF            VALUE "Y".
           05  WS-GROUP-OPEN-SW    PIC X(1) VALUE "N".
               88  WS-GROUP-OPEN          VALUE "Y".
               88  WS-GROUP-CLOSED        VALUE "N".
           05  WS-HDR-WRITTEN-SW   PIC X(1) VALUE "N".
               88  WS-HDR-WRITTEN         VALUE "Y".
           05  WS-RETN-ALLOC-SW    PIC X(1) VALUE "N".
               88  WS-RETN-UNAVAILABLE    VALUE "Y".
           05  WS-DISP-FOUND-SW    PIC X(1).
               88  WS-DISP-FOUND          VALUE "Y".
               88  WS-DISP-MISSING        VALUE "N".

       01  WS-RC-RETN-HELD             PIC 9(2) VALUE 4.
       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.

       01  WS-OPERATOR-AREA.
           05  WS-JOB-ID               PIC X(8).
           05  WS-RETURN-OPERATOR      PIC X(8) VALUE "DTVAL150".

       01  WS-PARM-JOBID-LEN           PIC 9(4).

       01  WS-AREA.
           05  WS-CURRENT-DATE-AREA.
               10  WS-CURRENT-DATE PIC 9(8).
               10  FILLER          PIC X(13).

      * Internal reason codes, loaded off the NORETNnn parameter
      * records: entry nn + 1 is "Y" when reason nn is never
      * returned.
       01  WS-INTERNAL-WORK.
           05  WS-NORETN-PREFIX        PIC X(6) VALUE "NORETN".
           05  WS-NORETN-KEY.
               10  WS-NORETN-KEY-PFX   PIC X(6).
               10  WS-NORETN-KEY-CODE  PIC X(2).
           05  WS-NORETN-CODE          PIC 9(2).
           05  WS-INTERNAL-COUNT       PIC 9(3) VALUE 0.
           05  WS-CODE-IX              PIC 9(3).
       01  WS-INTERNAL-TABLE.
           05  WS-INTERNAL-SW          PIC X(1) OCCURS 100 TIMES.
               88  WS-CODE-INTERNAL           VALUE "Y".

       01  WS-SELECT-WORK.
           05  WS-AUDIT-READ           PIC 9(9) VALUE 0.
           05  WS-SELECTED             PIC 9(9) VALUE 0.
           05  WS-SORT-SEQ             PIC 9(9) VALUE 0.

      * The source group in flight, and the run totals.
       01  WS-GROUP-WORK.
           05  WS-GRP-SOURCE-ID        PIC X(8).
           05  WS-GRP-RETURNED         PIC 9(9).
           05  WS-GRP-AMOUNT           PIC 9(13)V99.
           05  WS-GRP-WITHHELD         PIC 9(9).

      * Allocation of the source's return dataset. With no RETNFILE
      * DD in the step, the RETNFILE environment variable names the
      * dataset the OPEN allocates, so it is set per source before
      * the return file opens. DISP MOD: a rerun, or a suspended
      * night's second window, appends to the night's return.
       01  WS-RETN-ALLOC-WORK.
           05  WS-RETN-ALLOC-TEXT      PIC X(100).
           05  WS-RETN-ALLOC-RC        PIC S9(9) COMP.
           05  WS-RETN-FAILURES        PIC 9(5) VALUE 0.
           05  WS-RETN-WRITE-FAILS     PIC 9(5) VALUE 0.
       01  WS-TOTALS.
           05  WS-TOT-SOURCES          PIC 9(5) VALUE 0.
           05  WS-TOT-RETURNED         PIC 9(9) VALUE 0.
           05  WS-TOT-AMOUNT           PIC 9(13)V99 VALUE 0.
           05  WS-TOT-WITHHELD         PIC 9(9) VALUE 0.
           05  WS-TOT-CLOSED           PIC 9(9) VALUE 0.

       LINKAGE SECTION.
      * EXEC PGM parameter area: the nightly run's RUNJOBID, passed
      * the same way DTVAL100 receives it.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-JOBID           PIC X(8).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN.
           PERFORM 1000-GET-JOB-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           PERFORM 1100-LOAD-INTERNAL-CODES
           PERFORM 1200-OPEN-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-SOURCE-ID SRT-SEQ
               INPUT PROCEDURE IS 2000-SELECT-REJECTS
               OUTPUT PROCEDURE IS 3000-WRITE-RETURNS
           CLOSE AUDIT-FILE
           CLOSE DISP-FILE
           CLOSE RLOG-FILE
           DISPLAY "Job ID:              " WS-JOB-ID
           DISPLAY "Audit records read:  " WS-AUDIT-READ
           DISPLAY "Rejects this run:    " WS-SELECTED
           DISPLAY "Return files:        " WS-TOT-SOURCES
           DISPLAY "Rejects returned:    " WS-TOT-RETURNED
           DISPLAY "Amount returned:     " WS-TOT-AMOUNT
           DISPLAY "Held back:           " WS-TOT-WITHHELD
           DISPLAY "Already dealt with:  " WS-TOT-CLOSED
           IF WS-RETN-FAILURES > 0
               DISPLAY "Return files not allocated: " WS-RETN-FAILURES
               MOVE WS-RC-RETN-HELD TO RETURN-CODE
           END-IF
           IF WS-RETN-WRITE-FAILS > 0
               DISPLAY "Return records not written: "
                   WS-RETN-WRITE-FAILS
               MOVE WS-RC-RETN-HELD TO RETURN-CODE
           END-IF
           STOP RUN.

      * Job ID off the EXEC PARM, reference-modified to the length
      * actually passed, exactly as DTVAL100 takes it; with no PARM
      * (an ad-hoc run for a given night) it is prompted for.
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

      * NORETNnn records sit together on the parameter file, so one
      * positioned sweep finds them all. No parameter file means no
      * internal codes - everything repairable is returned.
       1100-LOAD-INTERNAL-CODES.
           MOVE ALL "N" TO WS-INTERNAL-TABLE
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "Parameter file unavailable, no reason codes "
                   "held back"
           ELSE
               MOVE WS-NORETN-PREFIX TO WS-NORETN-KEY-PFX
               MOVE LOW-VALUES TO WS-NORETN-KEY-CODE
               MOVE WS-NORETN-KEY TO PARM-CUTOFF-TYPE
               START PARM-FILE
                   KEY IS >= PARM-CUTOFF-TYPE
                   INVALID KEY
                       SET WS-PARM-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE NEXT RECORD
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           IF PARM-CUTOFF-TYPE (1:6) = WS-NORETN-PREFIX
                               PERFORM 1110-NOTE-INTERNAL-CODE
                           ELSE
                               SET WS-PARM-EOF TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
               DISPLAY "Reason codes held back: " WS-INTERNAL-COUNT
           END-IF.

       1110-NOTE-INTERNAL-CODE.
           MOVE PARM-CUTOFF-TYPE TO WS-NORETN-KEY
           IF WS-NORETN-KEY-CODE IS NUMERIC
              AND PARM-CUTOFF-DATE = 1
               MOVE WS-NORETN-KEY-CODE TO WS-NORETN-CODE
               COMPUTE WS-CODE-IX = WS-NORETN-CODE + 1
               SET WS-CODE-INTERNAL (WS-CODE-IX) TO TRUE
               ADD 1 TO WS-INTERNAL-COUNT
           END-IF.

      * Every file here is required: a return that cannot be marked
      * on the disposition file would be worked twice, and one that
      * cannot be logged could not be proved. Status 35 on the
      * disposition file means never loaded (created empty); the
      * log is DISP=MOD, appended to, and created on its first run.
      * The return files are allocated source by source as they are
      * written.
       1200-OPEN-FILES.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "Unable to open audit/exception file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DISP-FILE
           IF WS-DISP-STATUS = "35"
               OPEN OUTPUT DISP-FILE
               CLOSE DISP-FILE
               OPEN I-O DISP-FILE
           END-IF
           IF NOT WS-DISP-OK
               DISPLAY "Unable to open disposition file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND RLOG-FILE
           IF WS-RLOG-STATUS = "35"
               OPEN OUTPUT RLOG-FILE
           END-IF
           IF NOT WS-RLOG-OK
               DISPLAY "Unable to open reject return log"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE AUDIT-FILE
               CLOSE DISP-FILE
               STOP RUN
           END-IF.

      * Tonight's rejects are the audit records this job ID wrote
      * that carry a transaction image - batch reconciliation and
      * feed-arrival exceptions have no single transaction to send
      * back. Held-back rejects go through the sort as well, so each
      * source's log record can count them.
       2000-SELECT-REJECTS.
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       IF AUDIT-JOB-ID = WS-JOB-ID
                          AND AUDIT-TRAN-IMAGE NOT = SPACES
                           PERFORM 2100-RELEASE-REJECT
                       END-IF
               END-READ
           END-PERFORM.

       2100-RELEASE-REJECT.
           ADD 1 TO WS-SELECTED
           ADD 1 TO WS-SORT-SEQ
           MOVE AUDIT-SOURCE-ID TO SRT-SOURCE-ID
           MOVE WS-SORT-SEQ TO SRT-SEQ
           MOVE "N" TO SRT-WITHHELD-SW
           IF AUDIT-SOURCE-ID = SPACES
               SET SRT-WITHHELD TO TRUE
           ELSE
               IF AUDIT-REASON-CODE IS NUMERIC
                   COMPUTE WS-CODE-IX = AUDIT-REASON-CODE + 1
                   IF WS-CODE-INTERNAL (WS-CODE-IX)
                       SET SRT-WITHHELD TO TRUE
                   END-IF
               END-IF
           END-IF
           MOVE AUDIT-TRAN-ID TO SRT-TRAN-ID
           MOVE AUDIT-TRAN-DATE TO SRT-TRAN-DATE
           MOVE AUDIT-TRAN-TIME TO SRT-TRAN-TIME
           MOVE AUDIT-REASON-CODE TO SRT-REASON-CODE
           MOVE AUDIT-REJECT-REASON TO SRT-REASON-TEXT
           MOVE AUDIT-TIMESTAMP (1:8) TO SRT-REJECT-DATE
           IF AUDIT-AMOUNT IS NUMERIC
               MOVE AUDIT-AMOUNT TO SRT-AMOUNT
           ELSE
               MOVE 0 TO SRT-AMOUNT
           END-IF
           IF AUDIT-RESUB-COUNT IS NUMERIC
               MOVE AUDIT-RESUB-COUNT TO SRT-RESUB-COUNT
           ELSE
               MOVE 0 TO SRT-RESUB-COUNT
           END-IF
           MOVE AUDIT-TRAN-IMAGE TO SRT-TRAN-IMAGE
           RELEASE SRT-RECORD.

      * Source by source: a change of source closes the group in
      * flight (trailer and log) before the next one starts.
       3000-WRITE-RETURNS.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-GROUP-OPEN
                          AND SRT-SOURCE-ID NOT = WS-GRP-SOURCE-ID
                           PERFORM 3500-CLOSE-SOURCE-GROUP
                       END-IF
                       IF WS-GROUP-CLOSED
                           PERFORM 3100-START-SOURCE-GROUP
                       END-IF
                       PERFORM 3200-PROCESS-SORTED-REJECT
               END-RETURN
           END-PERFORM
           IF WS-GROUP-OPEN
               PERFORM 3500-CLOSE-SOURCE-GROUP
           END-IF.

       3100-START-SOURCE-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           MOVE "N" TO WS-HDR-WRITTEN-SW
           MOVE "N" TO WS-RETN-ALLOC-SW
           MOVE SRT-SOURCE-ID TO WS-GRP-SOURCE-ID
           MOVE 0 TO WS-GRP-RETURNED
           MOVE 0 TO WS-GRP-AMOUNT
           MOVE 0 TO WS-GRP-WITHHELD.

      * A reject whose disposition is no longer open was resubmitted,
      * written off, or already returned by an earlier execution of
      * this job (a rerun or a suspended night's second window) and
      * is not sent again. One with no disposition at all is still
      * returned, and gets a returned disposition so the repair
      * workflow sees it as dealt with. The source's return file is
      * allocated and its header written with its first returned
      * reject, so a source with nothing to send gets no empty return
      * file. A source whose return file cannot be allocated has its
      * rejects held back, still open for repair, and so does a
      * reject whose return record will not write - nothing reached
      * the feed, so it must not be marked returned.
       3200-PROCESS-SORTED-REJECT.
           IF SRT-WITHHELD
               ADD 1 TO WS-GRP-WITHHELD
               ADD 1 TO WS-TOT-WITHHELD
           ELSE
               PERFORM 3300-READ-DISPOSITION
               IF WS-DISP-FOUND AND NOT DISP-OPEN
                   ADD 1 TO WS-TOT-CLOSED
               ELSE
                   IF NOT WS-HDR-WRITTEN AND NOT WS-RETN-UNAVAILABLE
                       PERFORM 3400-OPEN-RETURN-FILE
                   END-IF
                   IF WS-RETN-UNAVAILABLE
                       ADD 1 TO WS-GRP-WITHHELD
                       ADD 1 TO WS-TOT-WITHHELD
                   ELSE
                       PERFORM 3410-WRITE-RETURN-DETAIL
                       IF WS-RETN-OK
                           PERFORM 3310-MARK-RETURNED
                       ELSE
                           ADD 1 TO WS-GRP-WITHHELD
                           ADD 1 TO WS-TOT-WITHHELD
                           ADD 1 TO WS-RETN-WRITE-FAILS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3300-READ-DISPOSITION.
           MOVE SRT-TRAN-ID TO DISP-TRAN-ID
           MOVE SRT-TRAN-DATE TO DISP-TRAN-DATE
           MOVE SRT-TRAN-TIME TO DISP-TRAN-TIME
           SET WS-DISP-FOUND TO TRUE
           READ DISP-FILE
               KEY IS DISP-KEY
               INVALID KEY
                   SET WS-DISP-MISSING TO TRUE
           END-READ.

       3310-MARK-RETURNED.
           IF WS-DISP-MISSING
               MOVE SPACES TO DISP-RECORD
               MOVE SRT-TRAN-ID TO DISP-TRAN-ID
               MOVE SRT-TRAN-DATE TO DISP-TRAN-DATE
               MOVE SRT-TRAN-TIME TO DISP-TRAN-TIME
               MOVE SRT-RESUB-COUNT TO DISP-RESUB-COUNT
           END-IF
           SET DISP-RETURNED TO TRUE
           MOVE SRT-REASON-TEXT TO DISP-REASON-TEXT
           MOVE SRT-REASON-CODE TO DISP-REASON-CODE
           MOVE SRT-AMOUNT TO DISP-AMOUNT
           MOVE WS-RETURN-OPERATOR TO DISP-OPERATOR-ID
           MOVE WS-CURRENT-DATE TO DISP-MAINT-DATE
           IF WS-DISP-MISSING
               WRITE DISP-RECORD
                   INVALID KEY
                       DISPLAY "Unable to record return disposition "
                           "for " DISP-TRAN-ID
               END-WRITE
           ELSE
               REWRITE DISP-RECORD
                   INVALID KEY
                       DISPLAY "Unable to mark returned "
                           DISP-TRAN-ID
               END-REWRITE
           END-IF.

      * The source ID is the dataset's last qualifier, so it must
      * start with a letter; the allocation itself is checked by the
      * OPEN.
       3400-OPEN-RETURN-FILE.
           IF WS-GRP-SOURCE-ID (1:1) IS NOT ALPHABETIC-UPPER
              OR WS-GRP-SOURCE-ID (1:1) = SPACE
               DISPLAY "Source " WS-GRP-SOURCE-ID " is not a valid "
                   "return dataset name - rejects held back"
               PERFORM 3420-NOTE-RETN-UNAVAILABLE
           ELSE
               MOVE SPACES TO WS-RETN-ALLOC-TEXT
               STRING "RETNFILE=DSN(PROD.DTVAL.RETN."
                       DELIMITED BY SIZE
                   WS-GRP-SOURCE-ID DELIMITED BY SPACE
                   "),MOD,CATALOG,TRACKS,SPACE(10,10)"
                       DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO WS-RETN-ALLOC-TEXT
               END-STRING
               CALL "putenv" USING BY REFERENCE WS-RETN-ALLOC-TEXT
                   RETURNING WS-RETN-ALLOC-RC
               END-CALL
               OPEN EXTEND RETN-FILE
               IF WS-RETN-STATUS = "35"
                   OPEN OUTPUT RETN-FILE
               END-IF
               IF WS-RETN-OK
                   PERFORM 3405-WRITE-RETURN-HEADER
               ELSE
                   DISPLAY "Unable to allocate return file for "
                       WS-GRP-SOURCE-ID " status " WS-RETN-STATUS
                       " - rejects held back"
                   PERFORM 3420-NOTE-RETN-UNAVAILABLE
               END-IF
           END-IF.

      * With no header on the file the group would be unusable to
      * the feed, so a header that will not write gives the source
      * up the same as an allocation failure.
       3405-WRITE-RETURN-HEADER.
           MOVE SPACES TO RETN-RECORD
           SET RETN-TYPE-HEADER TO TRUE
           MOVE WS-GRP-SOURCE-ID TO RETN-HDR-SOURCE-ID
           MOVE WS-CURRENT-DATE TO RETN-HDR-RETURN-DATE
           MOVE WS-JOB-ID TO RETN-HDR-JOB-ID
           WRITE RETN-RECORD
           IF WS-RETN-OK
               SET WS-HDR-WRITTEN TO TRUE
           ELSE
               DISPLAY "Unable to write return header for "
                   WS-GRP-SOURCE-ID " - rejects held back"
               CLOSE RETN-FILE
               PERFORM 3420-NOTE-RETN-UNAVAILABLE
           END-IF.

       3410-WRITE-RETURN-DETAIL.
           MOVE SPACES TO RETN-RECORD
           SET RETN-TYPE-DETAIL TO TRUE
           MOVE SRT-REASON-CODE TO RETN-REASON-CODE
           MOVE SRT-REASON-TEXT TO RETN-REASON-TEXT
           MOVE SRT-REJECT-DATE TO RETN-REJECT-DATE
           MOVE SRT-TRAN-IMAGE TO RETN-TRAN-IMAGE
           WRITE RETN-RECORD
           IF NOT WS-RETN-OK
               DISPLAY "Unable to write return record for "
                   SRT-TRAN-ID
           ELSE
               ADD 1 TO WS-GRP-RETURNED
               ADD SRT-AMOUNT TO WS-GRP-AMOUNT
               ADD 1 TO WS-TOT-RETURNED
               ADD SRT-AMOUNT TO WS-TOT-AMOUNT
           END-IF.

       3420-NOTE-RETN-UNAVAILABLE.
           SET WS-RETN-UNAVAILABLE TO TRUE
           ADD 1 TO WS-RETN-FAILURES.

      * The trailer closes the source's return file, which is then
      * closed so the next source's can be allocated; the log record
      * is written for every source that had rejects tonight, so a
      * source whose rejects were all held back still shows on the
      * log with nothing returned.
       3500-CLOSE-SOURCE-GROUP.
           IF WS-HDR-WRITTEN
               MOVE SPACES TO RETN-RECORD
               SET RETN-TYPE-TRAILER TO TRUE
               MOVE WS-GRP-SOURCE-ID TO RETN-TRL-SOURCE-ID
               MOVE WS-GRP-RETURNED TO RETN-TRL-REC-COUNT
               MOVE WS-GRP-AMOUNT TO RETN-TRL-AMT-TOTAL
               WRITE RETN-RECORD
               IF NOT WS-RETN-OK
                   DISPLAY "Unable to write return trailer for "
                       WS-GRP-SOURCE-ID
               END-IF
               CLOSE RETN-FILE
               ADD 1 TO WS-TOT-SOURCES
               DISPLAY "Returned to " WS-GRP-SOURCE-ID ": "
                   WS-GRP-RETURNED " rejects, amount " WS-GRP-AMOUNT
           END-IF
           IF WS-HDR-WRITTEN OR WS-GRP-WITHHELD > 0
               MOVE SPACES TO RLOG-RECORD
               MOVE WS-CURRENT-DATE TO RLOG-RETURN-DATE
               MOVE WS-JOB-ID TO RLOG-JOB-ID
               MOVE WS-GRP-SOURCE-ID TO RLOG-SOURCE-ID
               MOVE WS-GRP-RETURNED TO RLOG-RECS-RETURNED
               MOVE WS-GRP-AMOUNT TO RLOG-AMT-RETURNED
               MOVE WS-GRP-WITHHELD TO RLOG-RECS-WITHHELD
               MOVE FUNCTION CURRENT-DATE TO RLOG-TIMESTAMP
               WRITE RLOG-RECORD
               IF NOT WS-RLOG-OK
                   DISPLAY "Unable to write return log for "
                       WS-GRP-SOURCE-ID
               END-IF
           END-IF
           SET WS-GROUP-CLOSED TO TRUE.
