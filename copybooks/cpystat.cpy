               88  STAT-ARRIVED               VALUE "Y".
               88  STAT-UNEXPECTED            VALUE "U".
               88  STAT-MISSING               VALUE "N".
      * Validation profile the batch ran under (the source ID when
      * the source has its own profile, SHOPDFLT for the shop-wide
      * values) and the rejects for an amount over the profile's
      * ceiling (70).
           05  STAT-PROFILE-ID         PIC X(8).
           05  STAT-REJ-AMOUNT         PIC 9(9).
      * Account master edit rejects: account not on the master (71),
      * closed (72), frozen (73).
           05  STAT-REJ-ACCT-UNKNOWN   PIC 9(9).
           05  STAT-REJ-ACCT-CLOSED    PIC 9(9).
           05  STAT-REJ-ACCT-FROZEN    PIC 9(9).
      * Details that passed their edits but were parked on the
      * high-value review queue instead of the validated feed.
           05  STAT-RECS-QUEUED        PIC 9(9).
           05  FILLER                  PIC X(5).
      * Reversals accepted onto the validated feed, counted and
      * valued apart from the ordinary details in RECS-PASSED and
      * AMT-PASSED, and the reversal rejects: original not found
      * (80), original never accepted (81), already reversed (82),
      * reversal over the original's amount (83).
           05  STAT-RECS-REVERSAL      PIC 9(9).
           05  STAT-AMT-REVERSAL       PIC 9(13)V99.
           05  STAT-REJ-REV-NOT-FOUND  PIC 9(9).
           05  STAT-REJ-REV-NOT-ACCEPT PIC 9(9).
           05  STAT-REJ-REV-REVERSED   PIC 9(9).
           05  STAT-REJ-REV-OVER-AMT   PIC 9(9).
      * Set to B by the night backout utility (DTVALBKO) when the
      * run that wrote the record is backed out; the trend and
      * posting reports skip backed-out records. Space otherwise.
           05  STAT-BACKOUT-SW         PIC X(1).
               88  STAT-BACKED-OUT            VALUE "B".
      * Reversals rejected because they carry no transaction ID of
      * their own (84) - with no ID the original could never be
      * marked reversed by it. Blank on records written before the
      * field existed.
           05  STAT-REJ-REV-NO-ID      PIC 9(9).
           05  FILLER                  PIC X(2).
