       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVAL320.

      * High-value review release. Sweeps the review queue
      * (REVWFILE - cpyrevw.cpy) for items treasury has approved
      * under dual control (DTVALRVW) and releases each one into an
      * approved-items batch (source DTVALAPR, with header and
      * trailer) that feeds the next validation cycle, the same way
      * DTVAL300 releases the warehouse. The nightly run re-edits
      * the released items like any other feed but does not queue a
      * DTVALAPR batch for review a second time. Each released item
      * is marked R on the queue with tonight's date, so it is
      * never released twice; queued, declined and already-released
      * items are left where they stand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVW-FILE ASSIGN TO REVWFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-KEY
               FILE STATUS IS WS-REVW-STATUS.

           SELECT RELS-FILE ASSIGN TO APPRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELS-STATUS.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVW-FILE.
           COPY "cpyrevw.cpy".

       FD  RELS-FILE
           RECORDING MODE IS F.
       01  RELS-RECORD                 PIC X(80).

      * End-of-run control totals for the nightly balancing step
      * (DTVAL800): approved items found = items released.
       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "cpyctlr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-REVW-STATUS      PIC X(2).
               88  WS-REVW-OK             VALUE "00".
               88  WS-REVW-EOF            VALUE "10".
           05  WS-RELS-STATUS      PIC X(2).
               88  WS-RELS-OK             VALUE "00".
           05  WS-CTL-STATUS       PIC X(2).
               88  WS-CTL-OK              VALUE "00".

       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.

       01  WS-AREA.
           05  WS-CURRENT-DATE-AREA.
               10  WS-CURRENT-DATE PIC 9(8).
               10  FILLER          PIC X(13).

       01  WS-COUNTS.
           05  WS-QUEUE-READ           PIC 9(9) VALUE 0.
           05  WS-APPROVED             PIC 9(9) VALUE 0.
           05  WS-RELEASED             PIC 9(9) VALUE 0.
           05  WS-NOT-RELEASED         PIC 9(9) VALUE 0.
           05  WS-RELS-HASH            PIC 9(16) VALUE 0.
           05  WS-RELS-AMT             PIC 9(13)V99 VALUE 0.

      * Build area for the release batch header/trailer, and the
      * released item's image (cpytranr.cpy detail layout) for the
      * trailer's date hash and amount total.
       01  WS-RELS-BUILD.
           05  WS-RELS-REC-TYPE        PIC X(1).
           05  WS-RELS-DATA            PIC X(79).
       01  WS-RELS-HDR REDEFINES WS-RELS-BUILD.
           05  FILLER                  PIC X(1).
           05  WS-RELS-HDR-SOURCE      PIC X(8).
           05  WS-RELS-HDR-DATE        PIC 9(8).
           05  FILLER                  PIC X(63).
       01  WS-RELS-TRL REDEFINES WS-RELS-BUILD.
           05  FILLER                  PIC X(1).
           05  WS-RELS-TRL-COUNT       PIC 9(9).
           05  WS-RELS-TRL-HASH        PIC 9(16).
           05  WS-RELS-TRL-AMT         PIC 9(13)V99.
           05  FILLER                  PIC X(39).
       01  WS-RELS-DTL REDEFINES WS-RELS-BUILD.
           05  FILLER                  PIC X(1).
           05  WS-RELS-DTL-DATE        PIC 9(8).
           05  FILLER                  PIC X(36).
           05  WS-RELS-DTL-AMOUNT      PIC 9(9)V99.
           05  FILLER                  PIC X(24).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           OPEN I-O REVW-FILE
           IF WS-REVW-STATUS = "35"
               OPEN OUTPUT REVW-FILE
               CLOSE REVW-FILE
               OPEN I-O REVW-FILE
           END-IF
           IF NOT WS-REVW-OK
               DISPLAY "Unable to open high-value review queue"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELS-FILE
           IF NOT WS-RELS-OK
               DISPLAY "Unable to open approved-items batch file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE REVW-FILE
               STOP RUN
           END-IF
           PERFORM 2600-WRITE-RELEASE-HEADER
           MOVE LOW-VALUES TO REVW-KEY
           START REVW-FILE
               KEY IS >= REVW-KEY
               INVALID KEY
                   SET WS-REVW-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REVW-EOF
               READ REVW-FILE NEXT RECORD
                   AT END
                       SET WS-REVW-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-QUEUE-READ
                       IF REVW-APPROVED
                           ADD 1 TO WS-APPROVED
                           PERFORM 2100-RELEASE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 2700-WRITE-RELEASE-TRAILER
           PERFORM 2800-WRITE-CONTROL-TOTALS
           CLOSE REVW-FILE
           CLOSE RELS-FILE
           DISPLAY "Queue items read: " WS-QUEUE-READ
           DISPLAY "Approved:         " WS-APPROVED
           DISPLAY "Released:         " WS-RELEASED
           IF WS-NOT-RELEASED > 0
               DISPLAY "Not released:     " WS-NOT-RELEASED
           END-IF
           STOP RUN.

      * The image goes to the batch before the item is marked: a
      * sweep that dies in between leaves the item approved, and
      * the rerun's second copy is caught by the nightly run's
      * duplicate check rather than the item being lost with an
      * uncataloged batch.
       2100-RELEASE-ITEM.
           MOVE REVW-TRAN-IMAGE TO WS-RELS-BUILD
           MOVE WS-RELS-BUILD TO RELS-RECORD
           WRITE RELS-RECORD
           IF NOT WS-RELS-OK
               ADD 1 TO WS-NOT-RELEASED
               DISPLAY "Unable to write approved-items batch record "
                   REVW-TRAN-ID
           ELSE
               ADD 1 TO WS-RELEASED
               IF WS-RELS-DTL-DATE IS NUMERIC
                   ADD WS-RELS-DTL-DATE TO WS-RELS-HASH
               END-IF
               IF WS-RELS-DTL-AMOUNT IS NUMERIC
                   ADD WS-RELS-DTL-AMOUNT TO WS-RELS-AMT
               END-IF
               SET REVW-RELEASED TO TRUE
               MOVE WS-CURRENT-DATE TO REVW-RELEASE-DATE
               REWRITE REVW-RECORD
                   INVALID KEY
                       DISPLAY "Unable to mark released: "
                           REVW-TRAN-ID
               END-REWRITE
           END-IF.

      * Control totals for the nightly balancing step: approved
      * items found on the queue must equal items released; one the
      * batch could not take rides in the held column. CTLFILE is
      * DISP=MOD, shared with the other programs in the chain;
      * fail-soft, the balancing step pages about a gap.
       2800-WRITE-CONTROL-TOTALS.
           OPEN EXTEND CTL-FILE
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-FILE
           END-IF
           IF NOT WS-CTL-OK
               DISPLAY "Control-total file unavailable, not written"
           ELSE
               MOVE SPACES TO CTL-RECORD
               MOVE "DTVAL320" TO CTL-PROGRAM
               MOVE WS-CURRENT-DATE TO CTL-RUN-DATE
               MOVE SPACES TO CTL-JOB-ID
               MOVE WS-APPROVED TO CTL-RECS-IN
               MOVE WS-RELEASED TO CTL-RECS-OUT
               MOVE 0 TO CTL-RECS-REJECTED
               MOVE WS-NOT-RELEASED TO CTL-RECS-HELD
               MOVE 0 TO CTL-RECS-QUEUED
               MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
               WRITE CTL-RECORD
               IF NOT WS-CTL-OK
                   DISPLAY "Unable to write control-total record"
               END-IF
               CLOSE CTL-FILE
           END-IF.

      * The approved-items batch is a complete feed in its own
      * right - header and trailer included - so the nightly run
      * reconciles it exactly like an upstream feed. A night with
      * nothing approved still writes the empty batch.
       2600-WRITE-RELEASE-HEADER.
           MOVE SPACES TO WS-RELS-BUILD
           MOVE "H" TO WS-RELS-REC-TYPE
           MOVE "DTVALAPR" TO WS-RELS-HDR-SOURCE
           MOVE WS-CURRENT-DATE TO WS-RELS-HDR-DATE
           MOVE WS-RELS-BUILD TO RELS-RECORD
           WRITE RELS-RECORD
           IF NOT WS-RELS-OK
               DISPLAY "Unable to write approved-items batch header"
           END-IF.

       2700-WRITE-RELEASE-TRAILER.
           MOVE SPACES TO WS-RELS-BUILD
           MOVE "T" TO WS-RELS-REC-TYPE
           MOVE WS-RELEASED TO WS-RELS-TRL-COUNT
           MOVE WS-RELS-HASH TO WS-RELS-TRL-HASH
           MOVE WS-RELS-AMT TO WS-RELS-TRL-AMT
           MOVE WS-RELS-BUILD TO RELS-RECORD
           WRITE RELS-RECORD
           IF NOT WS-RELS-OK
               DISPLAY "Unable to write approved-items batch trailer"
           END-IF.
