      * CPYREVW - high-value review queue record, keyed by the
      * transaction's identity (transaction ID plus original date
      * and time - the same identity the disposition file uses).
      * The nightly run parks here, instead of on the validated
      * feed, every detail that passed its edits with an amount over
      * the REVIEWAM parameter threshold. Treasury works the queue
      * through DTVALRVW, and DTVAL320 releases approved items into
      * a batch of their own for the next validation cycle:
      *   Q  queued - waiting for a decision
      *   P  first approval given - waiting for a second, different
      *      user to confirm (dual control)
      *   A  approved by two users - waiting for the release run
      *   R  released into an approved-items batch
      *   D  declined - rejected to the audit trail (reason 75)
      * The first 66 bytes are what the maintenance audit's before
      * and after images carry for a review action.
       01  REVW-RECORD.
           05  REVW-KEY.
               10  REVW-TRAN-ID        PIC X(16).
               10  REVW-TRAN-DATE      PIC 9(8).
               10  REVW-TRAN-TIME      PIC 9(6).
           05  REVW-STATUS             PIC X(1).
               88  REVW-QUEUED                VALUE "Q".
               88  REVW-FIRST-APPROVED        VALUE "P".
               88  REVW-APPROVED              VALUE "A".
               88  REVW-RELEASED              VALUE "R".
               88  REVW-DECLINED              VALUE "D".
               88  REVW-AWAITING-DECISION     VALUE "Q" "P".
           05  REVW-AMOUNT             PIC 9(9)V99.
           05  REVW-SOURCE-ID          PIC X(8).
      * First approver, then the confirming approver or the user
      * who declined.
           05  REVW-REQ-USER           PIC X(8).
           05  REVW-DECIDE-USER        PIC X(8).
           05  REVW-QUEUE-DATE         PIC 9(8).
           05  REVW-JOB-ID             PIC X(8).
           05  REVW-PROFILE-ID         PIC X(8).
           05  REVW-CUTOFF-DATE        PIC 9(8).
           05  REVW-DECIDE-DATE        PIC 9(8).
           05  REVW-RELEASE-DATE       PIC 9(8).
           05  REVW-DECLINE-REASON     PIC X(20).
           05  REVW-TRAN-IMAGE         PIC X(80).
           05  FILLER                  PIC X(10).
