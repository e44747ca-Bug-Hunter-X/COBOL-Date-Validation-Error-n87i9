      * CPYPRFR - per-source validation profile, keyed by the
      * upstream header source ID and maintained by operations
      * through DTVALPRF the way the expected-feed control is
      * maintained through DTVALEXP. As each header/trailer batch
      * opens, the nightly run looks up the batch's source here and
      * validates the batch under that source's own settings; a
      * source with no profile runs under the shop-wide parameter
      * file values, exactly as every feed did before profiles.
      *   PRF-CUTOFF-TYPE  - parameter-file key of the cutoff this
      *                      source is edited against (spaces = the
      *                      shop CUTOFF record)
      *   PRF-HOLD-OPTION  - Y park after-cutoff items on the
      *                      warehouse, N reject them, space = the
      *                      shop HOLDOPT setting
      *   PRF-REJECT-LIMIT - whole-percent reject-rate limit for the
      *                      source's batch (0 = no per-source limit,
      *                      the run-wide REJLIMIT still applies)
      *   PRF-TZ-OFFSET    - minutes added to the feed's date/time
      *                      stamp to bring it to shop time before the
      *                      date and time edits (a feed stamping
      *                      Pacific time for an Eastern shop carries
      *                      +0180); zero = the feed already stamps
      *                      shop time
      *   PRF-MAX-AMOUNT   - ceiling on a single transaction's amount
      *                      (0 = no ceiling); anything over it rejects
       01  PRF-RECORD.
           05  PRF-SOURCE-ID           PIC X(8).
           05  PRF-CUTOFF-TYPE         PIC X(8).
           05  PRF-HOLD-OPTION         PIC X(1).
               88  PRF-HOLD-ON                VALUE "Y".
               88  PRF-HOLD-OFF               VALUE "N".
               88  PRF-HOLD-SHOP              VALUE " ".
           05  PRF-REJECT-LIMIT        PIC 9(3).
           05  PRF-TZ-OFFSET           PIC S9(4)
                                       SIGN IS LEADING SEPARATE.
           05  PRF-MAX-AMOUNT          PIC 9(9)V99.
           05  PRF-DESCRIPTION         PIC X(12).
           05  PRF-LAST-MAINT-DATE     PIC 9(8).
           05  PRF-LAST-MAINT-USER     PIC X(8).
           05  FILLER                  PIC X(2).
