      * complete batch with its own header and trailer - for the next
      * validation cycle. Each resubmitted record's TRAN-RESUB-COUNT
      * is incremented so transactions that keep bouncing stand out.
      * The transaction's account is checked against the core
      * system's account master as well, so an account-frozen reject
      * (73) is resubmitted only once the freeze has lifted, and
      * nothing is sent back against an account that is closed or
      * gone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.

           SELECT ACCT-FILE ASSIGN TO ACCTFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
       FD  DISP-FILE.
           COPY "cpydispr.cpy".

       FD  ACCT-FILE.
           COPY "cpyacct.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-AUDIT-STATUS     PIC X(2).
           05  WS-REJECT-OPEN-SW   PIC X(1).
               88  WS-REJECT-OPEN         VALUE "Y".
               88  WS-REJECT-CLOSED       VALUE "N".
           05  WS-ACCT-STATUS      PIC X(2).
               88  WS-ACCT-OK             VALUE "00".
      * Account master fail-soft, as in the nightly run: without it
      * corrections are re-edited on date and time only.
           05  WS-ACCT-OPEN-SW     PIC X(1) VALUE "N".
               88  WS-ACCT-OPENED         VALUE "Y".
           05  WS-ACCT-SW          PIC X(1).
               88  WS-ACCT-VALID          VALUE "Y".
               88  WS-ACCT-INVALID        VALUE "N".

       01  WS-CUTOFF-TYPE              PIC X(8) VALUE "CUTOFF".
       01  WS-BUSDATE-TYPE             PIC X(8) VALUE "BUSDATE".
           05  WS-RESUB-AMT            PIC 9(13)V99 VALUE 0.

       01  WS-NEW-RESUB-COUNT          PIC 9(2).
       01  WS-ACCT-REFUSAL             PIC X(20).

      * Arguments for the disposition update: the status to set and
      * who is setting it, with the reason text for a write-off.
           PERFORM 1600-LOAD-BUSINESS-DATE
           PERFORM 1700-LOAD-CORRECTIONS
           PERFORM 1800-OPEN-DISPOSITION
           PERFORM 1850-OPEN-ACCOUNT-MASTER
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "Unable to open audit/exception file"
           IF WS-DISP-OPENED
               CLOSE DISP-FILE
           END-IF
           IF WS-ACCT-OPENED
               CLOSE ACCT-FILE
           END-IF
           DISPLAY "Rejects read:        " WS-REJECTS-READ
           DISPLAY "Skipped (not open):  " WS-SKIPPED-CLOSED
           DISPLAY "Resubmitted:         " WS-RESUB-WRITTEN
                   "processes as open"
           END-IF.

       1850-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-FILE
           IF WS-ACCT-OK
               SET WS-ACCT-OPENED TO TRUE
           ELSE
               DISPLAY "Account master unavailable, account edit off"
           END-IF.

      * Only rejects that carry an original transaction image are
      * repairable - reconciliation exceptions and interactive edits
      * have nothing to resubmit. A reject whose disposition is no
      * corrected date and time, then re-edit through DTVALSUB and the
      * same time-range edit the nightly run applies. A correction
      * that still fails is refused here rather than bounced again
      * next cycle. A reversal goes back as a reversal, so the
      * nightly run checks it against history again.
       2200-APPLY-CORRECTION.
           MOVE AUDIT-TRAN-IMAGE TO TRAN-RECORD
           IF NOT TRAN-TYPE-REVERSAL
               SET TRAN-TYPE-DETAIL TO TRUE
           END-IF
           MOVE WS-CORR-NEW-DATE (WS-CORR-FOUND-IX) TO TRAN-DATE
           MOVE WS-CORR-NEW-TIME (WS-CORR-FOUND-IX) TO TRAN-TIME
           MOVE TRAN-DATE TO DTVAL-DATE-IN
           MOVE WS-DATE-COMP TO DTVAL-CUTOFF-IN
           MOVE WS-BUSINESS-DATE TO DTVAL-BUS-DATE-IN
           MOVE SPACE TO DTVAL-CAL-MODE-IN
           CALL "DTVALSUB" USING DTVAL-LINKAGE
           MOVE TRAN-TIME TO WS-TIME
           SET WS-TIME-VALID TO TRUE
           PERFORM 2210-EDIT-TIME-RANGE
           SET WS-ACCT-VALID TO TRUE
           IF WS-ACCT-OPENED
               PERFORM 2220-CHECK-ACCOUNT
           END-IF
           IF DTVAL-VALID AND WS-TIME-VALID AND WS-ACCT-VALID
               SET WS-CORR-USED (WS-CORR-FOUND-IX) TO TRUE
               PERFORM 2300-WRITE-RESUB-RECORD
               MOVE "R" TO WS-DISP-NEW-STATUS
               IF WS-TIME-INVALID
                   DISPLAY "  time out of range"
               END-IF
               IF WS-ACCT-INVALID
                   DISPLAY "  " WS-ACCT-REFUSAL " " TRAN-ACCOUNT
               END-IF
           END-IF.

      * The same account edit the nightly run applies: a
      * resubmission against an account that is unknown, closed, or
      * still frozen would only bounce again next cycle. A frozen-
      * account reject goes through once the core system shows the
      * account open again - the correction card simply repeats
      * the original date and time.
       2220-CHECK-ACCOUNT.
           MOVE TRAN-ACCOUNT TO ACCT-NUMBER
           READ ACCT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   SET WS-ACCT-INVALID TO TRUE
                   MOVE "ACCOUNT NOT ON FILE" TO WS-ACCT-REFUSAL
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       SET WS-ACCT-INVALID TO TRUE
                       MOVE "ACCOUNT CLOSED" TO WS-ACCT-REFUSAL
                   END-IF
                   IF ACCT-FROZEN
                       SET WS-ACCT-INVALID TO TRUE
                       MOVE "ACCOUNT STILL FROZEN" TO WS-ACCT-REFUSAL
                   END-IF
           END-READ.

       2210-EDIT-TIME-RANGE.
           IF WS-TIME-HH > 23
               SET WS-TIME-INVALID TO TRUE
                       MOVE AUDIT-TRAN-ID TO DISP-TRAN-ID
                       MOVE AUDIT-TRAN-DATE TO DISP-TRAN-DATE
                       MOVE AUDIT-TRAN-TIME TO DISP-TRAN-TIME
                       MOVE AUDIT-REASON-CODE TO DISP-REASON-CODE
                       IF AUDIT-AMOUNT IS NUMERIC
                           MOVE AUDIT-AMOUNT TO DISP-AMOUNT
                       END-IF
                       IF AUDIT-RESUB-COUNT IS NUMERIC
                           MOVE AUDIT-RESUB-COUNT
                               TO DISP-RESUB-COUNT
               MOVE WS-RESUB-WRITTEN TO CTL-RECS-OUT
               MOVE WS-FIX-FAILED TO CTL-RECS-REJECTED
               MOVE 0 TO CTL-RECS-HELD
               MOVE 0 TO CTL-RECS-QUEUED
               MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
               WRITE CTL-RECORD
               IF NOT WS-CTL-OK
