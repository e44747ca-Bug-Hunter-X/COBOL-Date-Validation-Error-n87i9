      * CPYGLEX - general-ledger journal extract for the ledger load
      * (DTVAL750). One journal per night: an "H" header, one "D"
      * line per posting account carrying the account's net with its
      * debit/credit side, the settlement clearing account's
      * offsetting lines, and a "T" trailer with the line count, the
      * debit and credit totals (always equal - the journal is
      * balanced) and the number of validated transactions the
      * journal represents, for the ledger load to check before it
      * posts anything.
       01  GLEX-RECORD.
           05  GLEX-REC-TYPE           PIC X(1).
               88  GLEX-TYPE-HEADER           VALUE "H".
               88  GLEX-TYPE-DETAIL           VALUE "D".
               88  GLEX-TYPE-TRAILER          VALUE "T".
           05  GLEX-DETAIL-DATA.
               10  GLEX-GL-ACCOUNT     PIC X(12).
               10  GLEX-DR-CR          PIC X(1).
                   88  GLEX-DEBIT             VALUE "D".
                   88  GLEX-CREDIT            VALUE "C".
               10  GLEX-AMOUNT         PIC 9(13)V99.
               10  GLEX-ITEM-COUNT     PIC 9(9).
      * A = a posting account's net, O = the clearing offset.
               10  GLEX-LINE-TYPE      PIC X(1).
                   88  GLEX-LINE-ACCOUNT      VALUE "A".
                   88  GLEX-LINE-OFFSET       VALUE "O".
               10  GLEX-DESCRIPTION    PIC X(30).
               10  FILLER              PIC X(31).
           05  GLEX-HEADER-DATA REDEFINES GLEX-DETAIL-DATA.
               10  GLEX-HDR-JOURNAL-SRC PIC X(8).
               10  GLEX-HDR-JOURNAL-DATE PIC 9(8).
               10  GLEX-HDR-JOB-ID     PIC X(8).
               10  GLEX-HDR-CREATE-DATE PIC 9(8).
               10  FILLER              PIC X(67).
           05  GLEX-TRAILER-DATA REDEFINES GLEX-DETAIL-DATA.
               10  GLEX-TRL-LINE-COUNT PIC 9(9).
               10  GLEX-TRL-DEBIT-TOTAL PIC 9(13)V99.
               10  GLEX-TRL-CREDIT-TOTAL PIC 9(13)V99.
               10  GLEX-TRL-ITEM-COUNT PIC 9(9).
               10  FILLER              PIC X(51).
