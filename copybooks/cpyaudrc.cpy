      * feed carries no amount, so the dollars at risk on the
      * exception queue can be totaled without re-parsing the image.
           05  AUDIT-AMOUNT            PIC 9(9)V99.
      * AUDIT-SOURCE-ID is the header source ID of the batch the
      * exception arose in (the missing or unexpected source itself
      * for a feed-arrival exception) and AUDIT-PROFILE-ID the
      * validation profile the batch ran under: the source ID when
      * the source has its own profile, SHOPDFLT when it ran under
      * the shop-wide parameter values. Spaces on records written
      * before the fields existed.
           05  AUDIT-SOURCE-ID         PIC X(8).
           05  AUDIT-PROFILE-ID        PIC X(8).
           05  FILLER                  PIC X(2).
      * Tamper evidence. AUDIT-SEQ-NO runs gap-free from 1 across the
      * whole trail - the yearly archives followed by the live file -
      * and AUDIT-CHAIN-VALUE is computed (DTVALCHN) from the
      * previous record's chain value and this record's own bytes
      * with the chain value itself zero, so a record removed,
      * edited or moved breaks the chain at that point. DTVAL410
      * verifies the trail. Spaces on records written before the
      * trail was chained.
           05  AUDIT-SEQ-NO            PIC 9(9).
           05  AUDIT-CHAIN-VALUE       PIC 9(10).
           05  FILLER                  PIC X(1).
