      * CPYPSUM - account posting summary record, one per posting
      * account on the night's validated feed (DTVAL750). Ordinary
      * details post as debits to TRAN-ACCOUNT and accepted
      * reversals as credits; the net carries its side separately
      * so the record stays unsigned like every other file here.
      * First and last dates are the earliest and latest
      * transaction dates posted to the account (zeros when no
      * detail carried a numeric date).
       01  PSUM-RECORD.
           05  PSUM-RUN-DATE           PIC 9(8).
           05  PSUM-JOB-ID             PIC X(8).
           05  PSUM-ACCOUNT            PIC X(12).
           05  PSUM-TRAN-COUNT         PIC 9(9).
           05  PSUM-DEBIT-TOTAL        PIC 9(13)V99.
           05  PSUM-CREDIT-TOTAL       PIC 9(13)V99.
           05  PSUM-NET-AMOUNT         PIC 9(13)V99.
           05  PSUM-NET-SIDE           PIC X(1).
               88  PSUM-NET-DEBIT             VALUE "D".
               88  PSUM-NET-CREDIT            VALUE "C".
           05  PSUM-FIRST-DATE         PIC 9(8).
           05  PSUM-LAST-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
