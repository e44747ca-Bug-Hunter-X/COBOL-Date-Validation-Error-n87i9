      * CPYRETN - reject return record. After the nightly run,
      * DTVAL150 returns each upstream feed's rejects to it as a
      * return file of its own: an "H" header naming the source the
      * rejects arrived under, one "D" detail per returned reject
      * (reason code and text plus the transaction image exactly as
      * the source sent it), and a "T" trailer with the record count
      * and amount total the source reconciles against. Each
      * source's return file is a dataset of its own,
      * PROD.DTVAL.RETN.<source ID>, complete from header to trailer
      * for each night's return.
       01  RETN-RECORD.
           05  RETN-REC-TYPE           PIC X(1).
               88  RETN-TYPE-HEADER           VALUE "H".
               88  RETN-TYPE-DETAIL           VALUE "D".
               88  RETN-TYPE-TRAILER          VALUE "T".
           05  RETN-DETAIL-DATA.
               10  RETN-REASON-CODE    PIC 9(2).
               10  RETN-REASON-TEXT    PIC X(20).
               10  RETN-REJECT-DATE    PIC 9(8).
               10  RETN-TRAN-IMAGE     PIC X(80).
               10  FILLER              PIC X(9).
           05  RETN-HEADER-DATA REDEFINES RETN-DETAIL-DATA.
               10  RETN-HDR-SOURCE-ID  PIC X(8).
               10  RETN-HDR-RETURN-DATE PIC 9(8).
               10  RETN-HDR-JOB-ID     PIC X(8).
               10  FILLER              PIC X(95).
           05  RETN-TRAILER-DATA REDEFINES RETN-DETAIL-DATA.
               10  RETN-TRL-SOURCE-ID  PIC X(8).
               10  RETN-TRL-REC-COUNT  PIC 9(9).
               10  RETN-TRL-AMT-TOTAL  PIC 9(13)V99.
               10  FILLER              PIC X(87).
