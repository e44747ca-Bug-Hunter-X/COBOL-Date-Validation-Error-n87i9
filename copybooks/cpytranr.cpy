      * trailer carrying the expected detail count, a hash total of
      * the detail dates, and a total of the detail amounts so the
      * run can prove the file arrived complete - in records and in
      * value - before settlement trusts the results. An "R"
      * reversal backs out an earlier accepted transaction: it is
      * laid out as a detail, carries the original's TRAN-ID in
      * TRAN-REV-ORIG-ID, and occupies a detail slot in the trailer
      * count, hash and amount like any other detail.
       01  TRAN-RECORD.
           05  TRAN-REC-TYPE           PIC X(1).
               88  TRAN-TYPE-HEADER           VALUE "H".
               88  TRAN-TYPE-DETAIL           VALUE "D".
               88  TRAN-TYPE-TRAILER          VALUE "T".
               88  TRAN-TYPE-REVERSAL         VALUE "R".
           05  TRAN-DETAIL-DATA.
               10  TRAN-DATE           PIC 9(8).
               10  TRAN-TIME           PIC 9(6).
               10  TRAN-TRL-REC-COUNT  PIC 9(9).
               10  TRAN-TRL-HASH-TOTAL PIC 9(16).
               10  TRAN-TRL-AMT-TOTAL  PIC 9(13)V99.
      * Reversal count and amount within the totals above. A feed
      * that sends no reversals leaves both as spaces; every reader
      * guards with a NUMERIC test.
               10  TRAN-TRL-REV-COUNT  PIC 9(9).
               10  TRAN-TRL-REV-AMT    PIC 9(13)V99.
               10  FILLER              PIC X(15).
      * A reversal is never parked on the warehouse, so the hold
      * bookkeeping positions carry the original transaction's ID.
           05  TRAN-REVERSAL-DATA REDEFINES TRAN-DETAIL-DATA.
               10  FILLER              PIC X(55).
               10  TRAN-REV-ORIG-ID    PIC X(16).
               10  FILLER              PIC X(8).
