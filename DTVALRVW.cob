       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVALRVW.

      * Treasury's transaction for the high-value review queue
      * (REVWFILE - cpyrevw.cpy). The nightly run parks every detail
      * that passes its edits with an amount over the REVIEWAM
      * threshold on the queue instead of the validated feed; this
      * program lists the queue and approves or declines an item.
      * Approval is dual control, the same rule DTVALMNT applies to
      * the cutoff: the first approval only marks the item, and a
      * second, different user's approval makes it final. Approved
      * items go back through the cycle in the release run's batch
      * (DTVAL320). A decline is one user's call - it can only stop
      * money, not move it - and bounces the item to the audit trail
      * under its own reason code (75) with a disposition opened for
      * the repair workflow, exactly as a nightly reject would be.
      * Every transaction is checked against the operator authority
      * file (DTVALAUT subprogram) under the REVIEW key: approving
      * needs the add permission, declining the delete permission,
      * listing the list permission. Every action - applied, staged
      * (PND) or refused (RFD) - lands on the maintenance audit file
      * with before and after images of the queue record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVW-FILE ASSIGN TO REVWFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REVW-KEY
               FILE STATUS IS WS-REVW-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT DISP-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.

           SELECT MAUD-FILE ASSIGN TO MNTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVW-FILE.
           COPY "cpyrevw.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "cpyaudrc.cpy".

       FD  DISP-FILE.
           COPY "cpydispr.cpy".

       FD  MAUD-FILE
           RECORDING MODE IS F.
           COPY "cpymaud.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-REVW-STATUS          PIC X(2).
               88  WS-REVW-OK                 VALUE "00".
               88  WS-REVW-NOT-FOUND          VALUE "23".
               88  WS-REVW-EOF                VALUE "10".
           05  WS-AUDIT-STATUS         PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
           05  WS-DISP-STATUS          PIC X(2).
               88  WS-DISP-OK                 VALUE "00".
           05  WS-MAUD-STATUS          PIC X(2).
               88  WS-MAUD-OK                 VALUE "00".

       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
      * Refused, not found, or not in a state the action applies to.
       01  WS-RC-NOT-APPLIED           PIC 9(2) VALUE 4.

       01  WS-MAINT-AREA.
           05  WS-MAINT-ACTION         PIC X(1).
               88  WS-ACTION-APPROVE          VALUE "A".
               88  WS-ACTION-DECLINE          VALUE "D".
               88  WS-ACTION-LIST             VALUE "L".
           05  WS-MAINT-TRAN-ID        PIC X(16).
           05  WS-MAINT-DATE           PIC 9(8).
           05  WS-MAINT-TIME           PIC 9(6).
           05  WS-MAINT-REASON         PIC X(20).
           05  WS-MAINT-USER           PIC X(8).

      * Authority key the review permissions are granted under.
       01  WS-REVIEW-AUTH-KEY          PIC X(8) VALUE "REVIEW".

      * Audit action code, spelled the way the shared maintenance
      * audit spells them: APR an approval (first or final), DEC a
      * decline, LST a listing, PND a first approval staged for
      * dual control, RFD a refused action.
       01  WS-AUDIT-ACTION             PIC X(3).

       01  WS-BEFORE-IMAGE             PIC X(66).
       01  WS-CURRENT-DATE-AREA.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-LIST-COUNT               PIC 9(7) VALUE 0.
       01  WS-LIST-AMOUNT              PIC 9(13)V99 VALUE 0.

      * The declined item's resubmission count and account, off
      * its transaction image (cpytranr.cpy detail layout).
       01  WS-DECLINE-IMAGE.
           05  FILLER                  PIC X(15).
           05  WS-DECLINE-RESUB        PIC 9(2).
           05  FILLER                  PIC X(16).
           05  WS-DECLINE-ACCOUNT      PIC X(12).
           05  FILLER                  PIC X(35).
       01  WS-DECLINE-RESUB-COUNT      PIC 9(2) VALUE 0.

      * Both trails this program appends to are chained (DTVALCHN);
      * the linkage block carries the maintenance audit's position,
      * which is set aside here while a decline is chained onto the
      * rejection audit trail.
       01  WS-MAUD-CHAIN-SAVE.
           05  WS-MAUD-SAVE-SEQ        PIC 9(9).
           05  WS-MAUD-SAVE-CHAIN      PIC 9(10).

       COPY "cpyautl.cpy".
       COPY "cpychnl.cpy".

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
      * The maintenance audit is chained (DTVALCHN): find where it
      * ends before appending.
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
               CLOSE REVW-FILE
               STOP RUN
           END-IF

           PERFORM 1000-GET-MAINT-TXN
           PERFORM 2000-APPLY-MAINT-TXN

           CLOSE MAUD-FILE
           CLOSE REVW-FILE
           STOP RUN.

       1000-GET-MAINT-TXN.
           DISPLAY "Action (A=Approve, D=Decline, L=List): "
           ACCEPT WS-MAINT-ACTION
           DISPLAY "Transaction ID (blank on L lists the queue): "
           ACCEPT WS-MAINT-TRAN-ID
           DISPLAY "Transaction date (YYYYMMDD): "
           ACCEPT WS-MAINT-DATE
           DISPLAY "Transaction time (HHMMSS): "
           ACCEPT WS-MAINT-TIME
           DISPLAY "Decline reason: "
           ACCEPT WS-MAINT-REASON
           DISPLAY "Operator/job ID: "
           ACCEPT WS-MAINT-USER.

       2000-APPLY-MAINT-TXN.
           PERFORM 2050-SET-AUDIT-VERB
           PERFORM 2020-CHECK-AUTHORITY
           IF DTAUTH-ALLOWED
               PERFORM 2010-DISPATCH-MAINT-TXN
           ELSE
               PERFORM 2030-REFUSE-TXN
           END-IF.

       2010-DISPATCH-MAINT-TXN.
           EVALUATE TRUE
               WHEN WS-ACTION-APPROVE
                   PERFORM 2100-APPROVE-ITEM
               WHEN WS-ACTION-DECLINE
                   PERFORM 2300-DECLINE-ITEM
               WHEN WS-ACTION-LIST
                   PERFORM 2400-LIST-QUEUE
               WHEN OTHER
                   DISPLAY "Unknown action, nothing applied"
                   MOVE WS-RC-NOT-APPLIED TO RETURN-CODE
           END-EVALUATE.

       2020-CHECK-AUTHORITY.
           MOVE WS-MAINT-USER TO DTAUTH-USER-IN
           MOVE WS-MAINT-ACTION TO DTAUTH-VERB-IN
           MOVE WS-REVIEW-AUTH-KEY TO DTAUTH-KEY-IN
           CALL "DTVALAUT" USING DTAUTH-LINKAGE.

       2030-REFUSE-TXN.
           DISPLAY "Not authorized: user " WS-MAINT-USER
               " action " WS-MAINT-ACTION " transaction "
               WS-MAINT-TRAN-ID " (reason " DTAUTH-RETURN-CODE ")"
           MOVE WS-RC-NOT-APPLIED TO RETURN-CODE
           MOVE "RFD" TO WS-AUDIT-ACTION
           PERFORM 2040-CLEAR-IMAGES
           PERFORM 2900-WRITE-MAINT-AUDIT.

       2040-CLEAR-IMAGES.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO REVW-RECORD
           MOVE WS-MAINT-TRAN-ID TO REVW-TRAN-ID
           MOVE WS-MAINT-DATE TO REVW-TRAN-DATE
           MOVE WS-MAINT-TIME TO REVW-TRAN-TIME.

       2050-SET-AUDIT-VERB.
           EVALUATE TRUE
               WHEN WS-ACTION-APPROVE
                   MOVE "APR" TO WS-AUDIT-ACTION
               WHEN WS-ACTION-DECLINE
                   MOVE "DEC" TO WS-AUDIT-ACTION
               WHEN WS-ACTION-LIST
                   MOVE "LST" TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE "???" TO WS-AUDIT-ACTION
           END-EVALUATE.

       2060-READ-QUEUE-ITEM.
           MOVE WS-MAINT-TRAN-ID TO REVW-TRAN-ID
           MOVE WS-MAINT-DATE TO REVW-TRAN-DATE
           MOVE WS-MAINT-TIME TO REVW-TRAN-TIME
           READ REVW-FILE
               KEY IS REVW-KEY
               INVALID KEY
                   DISPLAY "Not on review queue: " WS-MAINT-TRAN-ID
                       " " WS-MAINT-DATE " " WS-MAINT-TIME
                   MOVE WS-RC-NOT-APPLIED TO RETURN-CODE
           END-READ.

      * The first approval marks the item and names its approver;
      * only a different user's approval of a marked item makes it
      * final. The same user approving twice is refused, as in
      * DTVALMNT's dual control.
       2100-APPROVE-ITEM.
           PERFORM 2060-READ-QUEUE-ITEM
           IF WS-REVW-OK
               MOVE REVW-RECORD TO WS-BEFORE-IMAGE
               EVALUATE TRUE
                   WHEN REVW-QUEUED
                       PERFORM 2110-STAGE-APPROVAL
                   WHEN REVW-FIRST-APPROVED
                       PERFORM 2120-JUDGE-APPROVAL
                   WHEN OTHER
                       DISPLAY "Item is no longer awaiting a "
                           "decision, status " REVW-STATUS
                       MOVE WS-RC-NOT-APPLIED TO RETURN-CODE
               END-EVALUATE
           END-IF.

       2110-STAGE-APPROVAL.
           SET REVW-FIRST-APPROVED TO TRUE
           MOVE WS-MAINT-USER TO REVW-REQ-USER
           REWRITE REVW-RECORD
               INVALID KEY
                   DISPLAY "Unable to record first approval"
               NOT INVALID KEY
                   DISPLAY "First approval recorded: " REVW-TRAN-ID
                       " awaiting confirmation by a second user"
                   MOVE "PND" TO WS-AUDIT-ACTION
                   PERFORM 2900-WRITE-MAINT-AUDIT
           END-REWRITE.

       2120-JUDGE-APPROVAL.
           IF REVW-REQ-USER = WS-MAINT-USER
               DISPLAY "Dual control: confirmation must come from "
                   "a different user than " REVW-REQ-USER
               MOVE WS-RC-NOT-APPLIED TO RETURN-CODE
               MOVE "RFD" TO WS-AUDIT-ACTION
               PERFORM 2900-WRITE-MAINT-AUDIT
           ELSE
               SET REVW-APPROVED TO TRUE
               MOVE WS-MAINT-USER TO REVW-DECIDE-USER
               MOVE WS-CURRENT-DATE TO REVW-DECIDE-DATE
               REWRITE REVW-RECORD
                   INVALID KEY
                       DISPLAY "Unable to record approval"
                   NOT INVALID KEY
                       DISPLAY "Dual control confirmed by "
                           WS-MAINT-USER " (first approval by "
                           REVW-REQ-USER "), released next cycle"
                       PERFORM 2900-WRITE-MAINT-AUDIT
               END-REWRITE
           END-IF.

      * A declined item leaves the queue for the audit trail: the
      * reject record the nightly run would have written, under
      * reason 75 with the decline reason as its text, and a
      * disposition opened so the repair team can resubmit or
      * write it off like any other reject.
       2300-DECLINE-ITEM.
           PERFORM 2060-READ-QUEUE-ITEM
           IF WS-REVW-OK
               IF REVW-AWAITING-DECISION
                   MOVE REVW-RECORD TO WS-BEFORE-IMAGE
                   IF WS-MAINT-REASON = SPACES
                       MOVE "REVIEW DECLINED" TO WS-MAINT-REASON
                   END-IF
                   SET REVW-DECLINED TO TRUE
                   MOVE WS-MAINT-USER TO REVW-DECIDE-USER
                   MOVE WS-CURRENT-DATE TO REVW-DECIDE-DATE
                   MOVE WS-MAINT-REASON TO REVW-DECLINE-REASON
                   MOVE REVW-TRAN-IMAGE TO WS-DECLINE-IMAGE
                   IF WS-DECLINE-RESUB IS NUMERIC
                       MOVE WS-DECLINE-RESUB TO WS-DECLINE-RESUB-COUNT
                   END-IF
                   REWRITE REVW-RECORD
                       INVALID KEY
                           DISPLAY "Unable to record decline"
                       NOT INVALID KEY
                           PERFORM 2310-WRITE-DECLINE-AUDIT
                           PERFORM 2320-OPEN-DISPOSITION
                           DISPLAY "Declined: " REVW-TRAN-ID
                               " " WS-MAINT-REASON
                           PERFORM 2900-WRITE-MAINT-AUDIT
                   END-REWRITE
               ELSE
                   DISPLAY "Item is no longer awaiting a decision, "
                       "status " REVW-STATUS
                   MOVE WS-RC-NOT-APPLIED TO RETURN-CODE
               END-IF
           END-IF.

      * AUDITFILE is DISP=MOD: the decline is appended to the trail
      * the nightly run writes, chained on from its last record.
       2310-WRITE-DECLINE-AUDIT.
           MOVE DTCHN-LAST-SEQ TO WS-MAUD-SAVE-SEQ
           MOVE DTCHN-PREV-CHAIN TO WS-MAUD-SAVE-CHAIN
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
               DISPLAY "Audit/exception file unavailable, decline "
                   "not written to the audit trail"
           ELSE
               MOVE SPACES TO AUDIT-RECORD
               MOVE REVW-TRAN-DATE TO AUDIT-TRAN-DATE
               MOVE REVW-TRAN-TIME TO AUDIT-TRAN-TIME
               MOVE REVW-CUTOFF-DATE TO AUDIT-CUTOFF-DATE
               MOVE WS-MAINT-REASON TO AUDIT-REJECT-REASON
               MOVE 75 TO AUDIT-REASON-CODE
               MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
               MOVE WS-MAINT-USER TO AUDIT-OPERATOR-ID
               MOVE "DTVALRVW" TO AUDIT-JOB-ID
               MOVE WS-DECLINE-RESUB-COUNT TO AUDIT-RESUB-COUNT
               MOVE REVW-TRAN-IMAGE TO AUDIT-TRAN-IMAGE
               MOVE REVW-TRAN-ID TO AUDIT-TRAN-ID
               MOVE WS-DECLINE-ACCOUNT TO AUDIT-ACCOUNT
               MOVE REVW-AMOUNT TO AUDIT-AMOUNT
               MOVE REVW-SOURCE-ID TO AUDIT-SOURCE-ID
               MOVE REVW-PROFILE-ID TO AUDIT-PROFILE-ID
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
               END-IF
               CLOSE AUDIT-FILE
           END-IF
           MOVE WS-MAUD-SAVE-SEQ TO DTCHN-LAST-SEQ
           MOVE WS-MAUD-SAVE-CHAIN TO DTCHN-PREV-CHAIN.

      * The disposition file is fail-soft as in the nightly run: a
      * decline still goes to the audit trail without it, the
      * repair workflow just does not see it as open.
       2320-OPEN-DISPOSITION.
           OPEN I-O DISP-FILE
           IF WS-DISP-STATUS = "35"
               OPEN OUTPUT DISP-FILE
               CLOSE DISP-FILE
               OPEN I-O DISP-FILE
           END-IF
           IF NOT WS-DISP-OK
               DISPLAY "Disposition file unavailable, decline not "
                   "tracked"
           ELSE
               MOVE SPACES TO DISP-RECORD
               MOVE REVW-TRAN-ID TO DISP-TRAN-ID
               MOVE REVW-TRAN-DATE TO DISP-TRAN-DATE
               MOVE REVW-TRAN-TIME TO DISP-TRAN-TIME
               SET DISP-OPEN TO TRUE
               MOVE WS-MAINT-REASON TO DISP-REASON-TEXT
               MOVE 75 TO DISP-REASON-CODE
               MOVE REVW-AMOUNT TO DISP-AMOUNT
               MOVE WS-MAINT-USER TO DISP-OPERATOR-ID
               MOVE WS-CURRENT-DATE TO DISP-MAINT-DATE
               MOVE WS-DECLINE-RESUB-COUNT TO DISP-RESUB-COUNT
               WRITE DISP-RECORD
                   INVALID KEY
                       REWRITE DISP-RECORD
                           INVALID KEY
                               DISPLAY "Unable to record disposition "
                                   "for " DISP-TRAN-ID
                       END-REWRITE
               END-WRITE
               CLOSE DISP-FILE
           END-IF.

       2400-LIST-QUEUE.
           IF WS-MAINT-TRAN-ID = SPACES
               MOVE LOW-VALUES TO REVW-KEY
               START REVW-FILE
                   KEY IS >= REVW-KEY
                   INVALID KEY
                       DISPLAY "Review queue is empty"
               END-START
               IF WS-REVW-OK
                   PERFORM 2450-LIST-NEXT-ITEM
                       UNTIL WS-REVW-EOF OR NOT WS-REVW-OK
               END-IF
               DISPLAY "Awaiting decision: " WS-LIST-COUNT
                   " items, amount " WS-LIST-AMOUNT
               MOVE "00" TO WS-REVW-STATUS
           ELSE
               PERFORM 2060-READ-QUEUE-ITEM
               IF WS-REVW-OK
                   PERFORM 2460-DISPLAY-QUEUE-ITEM
               END-IF
           END-IF
           PERFORM 2040-CLEAR-IMAGES
           PERFORM 2900-WRITE-MAINT-AUDIT.

      * The full listing shows only what still needs a decision;
      * approved, released and declined items are asked for by key.
       2450-LIST-NEXT-ITEM.
           READ REVW-FILE NEXT RECORD
               AT END
                   SET WS-REVW-EOF TO TRUE
               NOT AT END
                   IF REVW-AWAITING-DECISION
                       ADD 1 TO WS-LIST-COUNT
                       ADD REVW-AMOUNT TO WS-LIST-AMOUNT
                       PERFORM 2460-DISPLAY-QUEUE-ITEM
                   END-IF
           END-READ.

       2460-DISPLAY-QUEUE-ITEM.
           DISPLAY REVW-TRAN-ID " " REVW-TRAN-DATE " " REVW-TRAN-TIME
               " " REVW-STATUS " amount " REVW-AMOUNT
               " source " REVW-SOURCE-ID
               " queued " REVW-QUEUE-DATE
           IF NOT REVW-QUEUED
               DISPLAY "    approved by " REVW-REQ-USER
                   " decided by " REVW-DECIDE-USER
                   " " REVW-DECLINE-REASON
           END-IF.

      * Shares the maintenance audit layout: REVIEW rides in the
      * cutoff-type field and the images are the leading 66 bytes
      * of the queue record - its key, status, amount, source and
      * both approvers.
       2900-WRITE-MAINT-AUDIT.
           MOVE WS-AUDIT-ACTION TO MAUD-ACTION
           MOVE WS-REVIEW-AUTH-KEY TO MAUD-CUTOFF-TYPE
           MOVE WS-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE REVW-RECORD TO MAUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP
           MOVE WS-MAINT-USER TO MAUD-USER
           PERFORM 2910-CHAIN-MAINT-AUDIT
           WRITE MAUD-RECORD
           IF NOT WS-MAUD-OK
               DISPLAY "Unable to write maintenance audit record"
           ELSE
               MOVE MAUD-SEQ-NO TO DTCHN-LAST-SEQ
               MOVE DTCHN-CHAIN-OUT TO DTCHN-PREV-CHAIN
           END-IF.

      * Next sequence number, and the chain value over the record
      * with the chain value itself zero.
       2910-CHAIN-MAINT-AUDIT.
           ADD 1 TO DTCHN-LAST-SEQ GIVING MAUD-SEQ-NO
           MOVE 0 TO MAUD-CHAIN-VALUE
           MOVE MAUD-RECORD TO DTCHN-RECORD
           MOVE LENGTH OF MAUD-RECORD TO DTCHN-RECORD-LENGTH
           SET DTCHN-COMPUTE TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           MOVE DTCHN-CHAIN-OUT TO MAUD-CHAIN-VALUE.
