           05  MAUD-TIMESTAMP          PIC X(21).
           05  MAUD-USER               PIC X(8).
           05  FILLER                  PIC X(8).
      * Tamper evidence, the same scheme as the rejection audit trail
      * (cpyaudrc.cpy): a gap-free sequence number and a chain value
      * computed by DTVALCHN from the previous record's chain value
      * and this record with the chain value zero. Verified by
      * DTVAL410. Spaces on records written before the file was
      * chained.
           05  MAUD-SEQ-NO             PIC 9(9).
           05  MAUD-CHAIN-VALUE        PIC 9(10).
           05  FILLER                  PIC X(1).
