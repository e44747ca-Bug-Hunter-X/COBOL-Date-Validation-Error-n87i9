       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVAL750.

      * Account posting summary and general-ledger journal extract.
      * Settlement and finance used to rebuild account totals from
      * the validated feed's bare 80-byte images themselves; this
      * step does it once, after the nightly run and before
      * settlement consumes the feed. VALIDFILE is sorted by posting
      * account and produces:
      *   - SUMMFILE, one posting summary per account (cpypsum.cpy):
      *     transactions, debit and credit totals, the net and its
      *     side, and the first and last transaction date. Ordinary
      *     details post as debits, accepted reversals as credits;
      *   - GLFILE, a balanced journal for the ledger load
      *     (cpyglex.cpy): header, one line per account net, the
      *     settlement clearing account's offsetting lines, and a
      *     trailer with the control totals.
      * Before a journal line is written the feed is tied to what
      * the night's validation says it wrote: the transaction count
      * to the cycle control records (CYC-RECS-WRITTEN, summed over
      * the night's executions as DTVAL700 sums them), the detail
      * value to the statistics records' STAT-AMT-PASSED and the
      * reversal value to their STAT-AMT-REVERSAL (the statistics
      * value the two apart). If any of them disagrees GLFILE is
      * left empty - no header, so the ledger load rejects it - and
      * the step ends with its own condition code. A journal whose
      * lines do not balance is left without its trailer, which the
      * ledger load rejects the same way. The summary is
      * still written for the investigation. Cycle and statistics
      * records of a run the night backout utility has backed out
      * do not count - those records are no longer on the feed.
      * SYSIN cards:
      *   card 1  run date YYYYMMDD (blank = today)
      *   card 2  job ID (blank = every job that ran on the date)
      *   card 3  settlement clearing GL account for the offset
      *           (blank = SETTLECLEAR)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALID-FILE ASSIGN TO VALIDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-STATUS.

           SELECT SUMM-FILE ASSIGN TO SUMMFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.

           SELECT GL-FILE ASSIGN TO GLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  VALID-FILE
           RECORDING MODE IS F.
           COPY "cpytranr.cpy".

       FD  CYC-FILE
           RECORDING MODE IS F.
           COPY "cpycycr.cpy".

       FD  STAT-FILE.
           COPY "cpystat.cpy".

       FD  SUMM-FILE
           RECORDING MODE IS F.
           COPY "cpypsum.cpy".

       FD  GL-FILE
           RECORDING MODE IS F.
           COPY "cpyglex.cpy".

       SD  SORT-FILE.
       01  SRT-RECORD.
           05  SRT-ACCOUNT             PIC X(12).
           05  SRT-SIDE                PIC X(1).
               88  SRT-DEBIT                  VALUE "D".
               88  SRT-CREDIT                 VALUE "C".
           05  SRT-DATE                PIC 9(8).
           05  SRT-DATE-SW             PIC X(1).
               88  SRT-DATE-VALID             VALUE "Y".
           05  SRT-AMOUNT              PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-VALID-STATUS     PIC X(2).
               88  WS-VALID-OK            VALUE "00".
               88  WS-VALID-EOF           VALUE "10".
           05  WS-CYC-STATUS       PIC X(2).
               88  WS-CYC-OK              VALUE "00".
               88  WS-CYC-EOF             VALUE "10".
           05  WS-STAT-STATUS      PIC X(2).
               88  WS-STAT-OK             VALUE "00".
               88  WS-STAT-EOF            VALUE "10".
           05  WS-SUMM-STATUS      PIC X(2).
               88  WS-SUMM-OK             VALUE "00".
           05  WS-GL-STATUS        PIC X(2).
               88  WS-GL-OK               VALUE "00".
           05  WS-SORT-EOF-SW      PIC X(1) VALUE "N".
               88  WS-SORT-EOF            VALUE "Y".
           05  WS-ACCT-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-ACCT-OPEN           VALUE "Y".
               88  WS-ACCT-CLOSED         VALUE "N".
           05  WS-TIE-SW           PIC X(1) VALUE "Y".
               88  WS-FEED-TIED           VALUE "Y".
               88  WS-FEED-NOT-TIED       VALUE "N".

       01  WS-RC-UNPROVEN              PIC 9(2) VALUE 8.
       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
       01  WS-RC-NOT-TIED              PIC 9(2) VALUE 16.

       01  WS-RUN-DATE                 PIC X(8).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                       PIC 9(8).
       01  WS-JOB-ID                   PIC X(8).
       01  WS-CLEARING-ACCOUNT         PIC X(12).
       01  WS-DEFAULT-CLEARING         PIC X(12) VALUE "SETTLECLEAR".
       01  WS-JOURNAL-SOURCE           PIC X(8) VALUE "DTVAL".

       01  WS-CURRENT-DATE-AREA.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

      * What the night's validation says it wrote.
       01  WS-NIGHT-TOTALS.
           05  WS-CYC-RECORDS          PIC 9(5) VALUE 0.
           05  WS-CYC-WRITTEN          PIC 9(11) VALUE 0.
           05  WS-STAT-RECORDS         PIC 9(5) VALUE 0.
           05  WS-STAT-AMT-PASSED      PIC 9(15)V99 VALUE 0.
           05  WS-STAT-AMT-REVERSAL    PIC 9(15)V99 VALUE 0.

      * What the feed actually holds.
       01  WS-FEED-TOTALS.
           05  WS-FEED-READ            PIC 9(11) VALUE 0.
           05  WS-FEED-OTHER           PIC 9(11) VALUE 0.
           05  WS-FEED-DEBIT-COUNT     PIC 9(11) VALUE 0.
           05  WS-FEED-CREDIT-COUNT    PIC 9(11) VALUE 0.
           05  WS-FEED-DEBIT-AMT       PIC 9(15)V99 VALUE 0.
           05  WS-FEED-CREDIT-AMT      PIC 9(15)V99 VALUE 0.

      * The posting account in flight.
       01  WS-ACCT-WORK.
           05  WS-ACCT-ID              PIC X(12).
           05  WS-ACCT-COUNT           PIC 9(9).
           05  WS-ACCT-DEBIT           PIC 9(13)V99.
           05  WS-ACCT-CREDIT          PIC 9(13)V99.
           05  WS-ACCT-FIRST-DATE      PIC 9(8).
           05  WS-ACCT-LAST-DATE       PIC 9(8).

      * The journal's own totals. Offset lines move the accounts'
      * net debits and net credits to the clearing account, so
      * debits and credits are equal by construction - and proved
      * again before the trailer goes out.
       01  WS-JOURNAL-TOTALS.
           05  WS-SUMM-WRITTEN         PIC 9(9) VALUE 0.
           05  WS-GL-LINES             PIC 9(9) VALUE 0.
           05  WS-GL-DEBIT-TOTAL       PIC 9(13)V99 VALUE 0.
           05  WS-GL-CREDIT-TOTAL      PIC 9(13)V99 VALUE 0.
           05  WS-NET-DEBIT-TOTAL      PIC 9(13)V99 VALUE 0.
           05  WS-NET-CREDIT-TOTAL     PIC 9(13)V99 VALUE 0.
           05  WS-NET-DEBIT-ITEMS      PIC 9(9) VALUE 0.
           05  WS-NET-CREDIT-ITEMS     PIC 9(9) VALUE 0.

       01  WS-LINE-WORK.
           05  WS-LINE-ACCOUNT         PIC X(12).
           05  WS-LINE-SIDE            PIC X(1).
           05  WS-LINE-AMOUNT          PIC 9(13)V99.
           05  WS-LINE-ITEMS           PIC 9(9).
           05  WS-LINE-TYPE            PIC X(1).
           05  WS-LINE-DESC            PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           PERFORM 1000-GET-RUN-OPTIONS
           PERFORM 2000-SUM-CYCLE-CONTROL
           PERFORM 2100-SUM-STATISTICS
           PERFORM 1200-OPEN-FILES
           SORT SORT-FILE
               ON ASCENDING KEY SRT-ACCOUNT SRT-DATE
               INPUT PROCEDURE IS 3000-READ-VALIDATED-FEED
               OUTPUT PROCEDURE IS 4000-WRITE-POSTINGS
           CLOSE VALID-FILE
           CLOSE SUMM-FILE
           CLOSE GL-FILE
           DISPLAY "Validated records read:  " WS-FEED-READ
           DISPLAY "Accounts summarized:     " WS-SUMM-WRITTEN
           DISPLAY "Journal lines written:   " WS-GL-LINES
           DISPLAY "Journal debits:          " WS-GL-DEBIT-TOTAL
           DISPLAY "Journal credits:         " WS-GL-CREDIT-TOTAL
      * No cycle record is its own case (the journal is withheld
      * too, as not tied, but nothing could be tied against).
           EVALUATE TRUE
               WHEN WS-CYC-RECORDS = 0
                   DISPLAY "No cycle control record for " WS-RUN-DATE
                       " " WS-JOB-ID " - journal cannot be proven"
                   MOVE WS-RC-UNPROVEN TO RETURN-CODE
               WHEN WS-FEED-NOT-TIED
                   DISPLAY "Validated feed does NOT tie to the night - "
                       "journal withheld"
                   MOVE WS-RC-NOT-TIED TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       1000-GET-RUN-OPTIONS.
           DISPLAY "Run date (YYYYMMDD, blank = today): "
           ACCEPT WS-RUN-DATE
           IF WS-RUN-DATE = SPACES
              OR WS-RUN-DATE IS NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-RUN-DATE-NUM
           END-IF
           DISPLAY "Job ID (blank = all jobs on the date): "
           ACCEPT WS-JOB-ID
           DISPLAY "Clearing GL account (blank = default): "
           ACCEPT WS-CLEARING-ACCOUNT
           IF WS-CLEARING-ACCOUNT = SPACES
               MOVE WS-DEFAULT-CLEARING TO WS-CLEARING-ACCOUNT
           END-IF.

      * The journal cannot be proven without the night's own figures,
      * and one that cannot be proven must not reach the ledger:
      * every input is required.
       1200-OPEN-FILES.
           OPEN INPUT VALID-FILE
           IF NOT WS-VALID-OK
               DISPLAY "Unable to open validated transaction file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SUMM-FILE
           IF NOT WS-SUMM-OK
               DISPLAY "Unable to open posting summary file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE VALID-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-FILE
           IF NOT WS-GL-OK
               DISPLAY "Unable to open GL journal extract file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE VALID-FILE
               CLOSE SUMM-FILE
               STOP RUN
           END-IF.

      * One cycle record per execution: a restarted night has
      * several and the count written is their sum.
       2000-SUM-CYCLE-CONTROL.
           OPEN INPUT CYC-FILE
           IF NOT WS-CYC-OK
               DISPLAY "Unable to open cycle control file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CYC-EOF
               READ CYC-FILE
                   AT END
                       SET WS-CYC-EOF TO TRUE
                   NOT AT END
                       IF CYC-RUN-DATE IS NUMERIC
                          AND CYC-RUN-DATE = WS-RUN-DATE-NUM
                          AND (WS-JOB-ID = SPACES
                               OR CYC-JOB-ID = WS-JOB-ID)
                          AND NOT CYC-BACKED-OUT
                           ADD 1 TO WS-CYC-RECORDS
                           ADD CYC-RECS-WRITTEN TO WS-CYC-WRITTEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CYC-FILE
           DISPLAY "Cycle records matched:   " WS-CYC-RECORDS
           DISPLAY "Cycle records written:   " WS-CYC-WRITTEN.

      * Statistics records are keyed run date first, so the night's
      * sit together from the date onward. Records written before
      * reversals existed carry spaces in the reversal value.
       2100-SUM-STATISTICS.
           OPEN INPUT STAT-FILE
           IF NOT WS-STAT-OK
               DISPLAY "Unable to open run-statistics file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO STAT-KEY
           MOVE WS-RUN-DATE-NUM TO STAT-RUN-DATE
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
                       IF STAT-RUN-DATE NOT = WS-RUN-DATE-NUM
                           SET WS-STAT-EOF TO TRUE
                       ELSE
                           IF (WS-JOB-ID = SPACES
                               OR STAT-JOB-ID = WS-JOB-ID)
                              AND NOT STAT-BACKED-OUT
                               PERFORM 2110-SUM-ONE-STATISTIC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAT-FILE
           DISPLAY "Statistics matched:      " WS-STAT-RECORDS
           DISPLAY "Statistics value passed: " WS-STAT-AMT-PASSED
           DISPLAY "Statistics reversals:    " WS-STAT-AMT-REVERSAL.

       2110-SUM-ONE-STATISTIC.
           ADD 1 TO WS-STAT-RECORDS
           IF STAT-AMT-PASSED IS NUMERIC
               ADD STAT-AMT-PASSED TO WS-STAT-AMT-PASSED
           END-IF
           IF STAT-AMT-REVERSAL IS NUMERIC
               ADD STAT-AMT-REVERSAL TO WS-STAT-AMT-REVERSAL
           END-IF.

      * The validated feed holds details and reversals only; anything
      * else is counted and left out, and the count tie catches it.
      * An amount of spaces (a feed that has not adopted the field)
      * counts as zero, as the nightly run counted it.
       3000-READ-VALIDATED-FEED.
           PERFORM UNTIL WS-VALID-EOF
               READ VALID-FILE
                   AT END
                       SET WS-VALID-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-READ
                       IF TRAN-TYPE-DETAIL OR TRAN-TYPE-REVERSAL
                           PERFORM 3100-RELEASE-POSTING
                       ELSE
                           ADD 1 TO WS-FEED-OTHER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FEED-OTHER > 0
               DISPLAY "Records neither detail nor reversal: "
                   WS-FEED-OTHER
           END-IF.

       3100-RELEASE-POSTING.
           MOVE TRAN-ACCOUNT TO SRT-ACCOUNT
           IF TRAN-DATE IS NUMERIC
               MOVE TRAN-DATE TO SRT-DATE
               SET SRT-DATE-VALID TO TRUE
           ELSE
               MOVE 0 TO SRT-DATE
               MOVE "N" TO SRT-DATE-SW
           END-IF
           IF TRAN-AMOUNT IS NUMERIC
               MOVE TRAN-AMOUNT TO SRT-AMOUNT
           ELSE
               MOVE 0 TO SRT-AMOUNT
           END-IF
           IF TRAN-TYPE-REVERSAL
               SET SRT-CREDIT TO TRUE
               ADD 1 TO WS-FEED-CREDIT-COUNT
               ADD SRT-AMOUNT TO WS-FEED-CREDIT-AMT
           ELSE
               SET SRT-DEBIT TO TRUE
               ADD 1 TO WS-FEED-DEBIT-COUNT
               ADD SRT-AMOUNT TO WS-FEED-DEBIT-AMT
           END-IF
           RELEASE SRT-RECORD.

      * The whole feed has been read by the time the sorted records
      * come back, so the ties are decided before anything is
      * written: a journal that does not tie gets no lines at all.
       4000-WRITE-POSTINGS.
           PERFORM 5000-TIE-FEED-TO-NIGHT
           IF WS-FEED-TIED
               PERFORM 4400-WRITE-JOURNAL-HEADER
           END-IF
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-FILE
                   AT END
                       SET WS-SORT-EOF TO TRUE
                   NOT AT END
                       IF WS-ACCT-OPEN
                          AND SRT-ACCOUNT NOT = WS-ACCT-ID
                           PERFORM 4200-CLOSE-ACCOUNT
                       END-IF
                       IF WS-ACCT-CLOSED
                           PERFORM 4100-START-ACCOUNT
                       END-IF
                       PERFORM 4150-ADD-POSTING
               END-RETURN
           END-PERFORM
           IF WS-ACCT-OPEN
               PERFORM 4200-CLOSE-ACCOUNT
           END-IF
           IF WS-FEED-TIED
               PERFORM 4500-WRITE-OFFSET-LINES
               PERFORM 4600-WRITE-JOURNAL-TRAILER
           END-IF.

       4100-START-ACCOUNT.
           SET WS-ACCT-OPEN TO TRUE
           MOVE SRT-ACCOUNT TO WS-ACCT-ID
           MOVE 0 TO WS-ACCT-COUNT
           MOVE 0 TO WS-ACCT-DEBIT
           MOVE 0 TO WS-ACCT-CREDIT
           MOVE 0 TO WS-ACCT-FIRST-DATE
           MOVE 0 TO WS-ACCT-LAST-DATE.

      * Sorted by date within account, so the first valid date seen
      * is the earliest and the last one the latest.
       4150-ADD-POSTING.
           ADD 1 TO WS-ACCT-COUNT
           IF SRT-CREDIT
               ADD SRT-AMOUNT TO WS-ACCT-CREDIT
           ELSE
               ADD SRT-AMOUNT TO WS-ACCT-DEBIT
           END-IF
           IF SRT-DATE-VALID
               IF WS-ACCT-FIRST-DATE = 0
                   MOVE SRT-DATE TO WS-ACCT-FIRST-DATE
               END-IF
               MOVE SRT-DATE TO WS-ACCT-LAST-DATE
           END-IF.

      * An account that nets to zero is summarized but posts no
      * journal line - there is nothing for the ledger to move.
       4200-CLOSE-ACCOUNT.
           MOVE SPACES TO PSUM-RECORD
           MOVE WS-RUN-DATE-NUM TO PSUM-RUN-DATE
           MOVE WS-JOB-ID TO PSUM-JOB-ID
           MOVE WS-ACCT-ID TO PSUM-ACCOUNT
           MOVE WS-ACCT-COUNT TO PSUM-TRAN-COUNT
           MOVE WS-ACCT-DEBIT TO PSUM-DEBIT-TOTAL
           MOVE WS-ACCT-CREDIT TO PSUM-CREDIT-TOTAL
           IF WS-ACCT-CREDIT > WS-ACCT-DEBIT
               COMPUTE PSUM-NET-AMOUNT = WS-ACCT-CREDIT - WS-ACCT-DEBIT
               SET PSUM-NET-CREDIT TO TRUE
           ELSE
               COMPUTE PSUM-NET-AMOUNT = WS-ACCT-DEBIT - WS-ACCT-CREDIT
               SET PSUM-NET-DEBIT TO TRUE
           END-IF
           MOVE WS-ACCT-FIRST-DATE TO PSUM-FIRST-DATE
           MOVE WS-ACCT-LAST-DATE TO PSUM-LAST-DATE
           WRITE PSUM-RECORD
           IF NOT WS-SUMM-OK
               DISPLAY "Unable to write posting summary for "
                   WS-ACCT-ID
           ELSE
               ADD 1 TO WS-SUMM-WRITTEN
           END-IF
           IF WS-FEED-TIED AND PSUM-NET-AMOUNT > 0
               MOVE WS-ACCT-ID TO WS-LINE-ACCOUNT
               MOVE PSUM-NET-SIDE TO WS-LINE-SIDE
               MOVE PSUM-NET-AMOUNT TO WS-LINE-AMOUNT
               MOVE WS-ACCT-COUNT TO WS-LINE-ITEMS
               MOVE "A" TO WS-LINE-TYPE
               MOVE "NET VALIDATED POSTINGS" TO WS-LINE-DESC
               PERFORM 4450-WRITE-JOURNAL-LINE
               IF PSUM-NET-CREDIT
                   ADD PSUM-NET-AMOUNT TO WS-NET-CREDIT-TOTAL
                   ADD WS-ACCT-COUNT TO WS-NET-CREDIT-ITEMS
               ELSE
                   ADD PSUM-NET-AMOUNT TO WS-NET-DEBIT-TOTAL
                   ADD WS-ACCT-COUNT TO WS-NET-DEBIT-ITEMS
               END-IF
           END-IF
           SET WS-ACCT-CLOSED TO TRUE.

       4400-WRITE-JOURNAL-HEADER.
           MOVE SPACES TO GLEX-RECORD
           SET GLEX-TYPE-HEADER TO TRUE
           MOVE WS-JOURNAL-SOURCE TO GLEX-HDR-JOURNAL-SRC
           MOVE WS-RUN-DATE-NUM TO GLEX-HDR-JOURNAL-DATE
           MOVE WS-JOB-ID TO GLEX-HDR-JOB-ID
           MOVE WS-CURRENT-DATE TO GLEX-HDR-CREATE-DATE
           WRITE GLEX-RECORD
           IF NOT WS-GL-OK
               DISPLAY "Unable to write GL journal header"
           END-IF.

       4450-WRITE-JOURNAL-LINE.
           MOVE SPACES TO GLEX-RECORD
           SET GLEX-TYPE-DETAIL TO TRUE
           MOVE WS-LINE-ACCOUNT TO GLEX-GL-ACCOUNT
           MOVE WS-LINE-SIDE TO GLEX-DR-CR
           MOVE WS-LINE-AMOUNT TO GLEX-AMOUNT
           MOVE WS-LINE-ITEMS TO GLEX-ITEM-COUNT
           MOVE WS-LINE-TYPE TO GLEX-LINE-TYPE
           MOVE WS-LINE-DESC TO GLEX-DESCRIPTION
           WRITE GLEX-RECORD
           IF NOT WS-GL-OK
               DISPLAY "Unable to write GL journal line for "
                   WS-LINE-ACCOUNT
           ELSE
               ADD 1 TO WS-GL-LINES
               IF GLEX-CREDIT
                   ADD WS-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
               ELSE
                   ADD WS-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
               END-IF
           END-IF.

      * The accounts' net debits are credited to the clearing account
      * and their net credits debited to it, a line for each side
      * that has anything on it.
       4500-WRITE-OFFSET-LINES.
           MOVE WS-CLEARING-ACCOUNT TO WS-LINE-ACCOUNT
           MOVE "O" TO WS-LINE-TYPE
           IF WS-NET-DEBIT-TOTAL > 0
               MOVE "C" TO WS-LINE-SIDE
               MOVE WS-NET-DEBIT-TOTAL TO WS-LINE-AMOUNT
               MOVE WS-NET-DEBIT-ITEMS TO WS-LINE-ITEMS
               MOVE "SETTLEMENT CLEARING OFFSET" TO WS-LINE-DESC
               PERFORM 4450-WRITE-JOURNAL-LINE
           END-IF
           IF WS-NET-CREDIT-TOTAL > 0
               MOVE "D" TO WS-LINE-SIDE
               MOVE WS-NET-CREDIT-TOTAL TO WS-LINE-AMOUNT
               MOVE WS-NET-CREDIT-ITEMS TO WS-LINE-ITEMS
               MOVE "SETTLEMENT CLEARING OFFSET" TO WS-LINE-DESC
               PERFORM 4450-WRITE-JOURNAL-LINE
           END-IF.

       4600-WRITE-JOURNAL-TRAILER.
           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
               DISPLAY "GL journal does not balance - debits "
                   WS-GL-DEBIT-TOTAL " credits " WS-GL-CREDIT-TOTAL
               SET WS-FEED-NOT-TIED TO TRUE
           END-IF
           IF WS-FEED-TIED
               MOVE SPACES TO GLEX-RECORD
               SET GLEX-TYPE-TRAILER TO TRUE
               MOVE WS-GL-LINES TO GLEX-TRL-LINE-COUNT
               MOVE WS-GL-DEBIT-TOTAL TO GLEX-TRL-DEBIT-TOTAL
               MOVE WS-GL-CREDIT-TOTAL TO GLEX-TRL-CREDIT-TOTAL
               MOVE WS-FEED-READ TO GLEX-TRL-ITEM-COUNT
               WRITE GLEX-RECORD
               IF NOT WS-GL-OK
                   DISPLAY "Unable to write GL journal trailer"
               END-IF
           END-IF.

      * Count to the cycle records, detail value to STAT-AMT-PASSED,
      * reversal value to STAT-AMT-REVERSAL. A night with no cycle
      * record cannot be tied at all.
       5000-TIE-FEED-TO-NIGHT.
           IF WS-CYC-RECORDS = 0
               SET WS-FEED-NOT-TIED TO TRUE
           END-IF
           IF WS-FEED-READ NOT = WS-CYC-WRITTEN
               DISPLAY "Feed records " WS-FEED-READ
                   " not = cycle records written " WS-CYC-WRITTEN
               SET WS-FEED-NOT-TIED TO TRUE
           END-IF
           IF WS-FEED-DEBIT-AMT NOT = WS-STAT-AMT-PASSED
               DISPLAY "Feed detail value " WS-FEED-DEBIT-AMT
                   " not = statistics value passed "
                   WS-STAT-AMT-PASSED
               SET WS-FEED-NOT-TIED TO TRUE
           END-IF
           IF WS-FEED-CREDIT-AMT NOT = WS-STAT-AMT-REVERSAL
               DISPLAY "Feed reversal value " WS-FEED-CREDIT-AMT
                   " not = statistics reversal value "
                   WS-STAT-AMT-REVERSAL
               SET WS-FEED-NOT-TIED TO TRUE
           END-IF
           IF WS-FEED-TIED
               DISPLAY "Validated feed ties to the night's cycle and "
                   "statistics records"
           END-IF.
