      * CPYCHNL - linkage parameters for the DTVALCHN audit-trail
      * chaining subprogram. Every program that appends to the
      * rejection audit trail (AUDITFILE) or the maintenance audit
      * file (MNTAUDIT) CALLs it once before opening the file to
      * find where the trail ends, then once per record to compute
      * the record's chain value:
      *   A  find the end of AUDITFILE - DTCHN-LAST-SEQ and
      *      DTCHN-PREV-CHAIN come back as the last record's
      *      sequence number and chain value (both zero for an empty
      *      or never-created file, or one whose last record predates
      *      the chaining)
      *   M  the same for MNTAUDIT
      *   C  compute DTCHN-CHAIN-OUT from DTCHN-PREV-CHAIN and the
      *      first DTCHN-RECORD-LENGTH bytes of DTCHN-RECORD, which
      *      the caller fills with the record to be written, its
      *      sequence number set and its chain value zero.
      * After a successful WRITE the caller moves the record's
      * sequence number to DTCHN-LAST-SEQ and DTCHN-CHAIN-OUT to
      * DTCHN-PREV-CHAIN, so the next record chains from it; a
      * failed WRITE leaves both alone and the next record reuses
      * the sequence number.
       01  DTCHN-LINKAGE.
           05  DTCHN-FUNCTION          PIC X(1).
               88  DTCHN-FIND-AUDIT-END       VALUE "A".
               88  DTCHN-FIND-MAUD-END        VALUE "M".
               88  DTCHN-COMPUTE              VALUE "C".
           05  DTCHN-LAST-SEQ          PIC 9(9).
           05  DTCHN-PREV-CHAIN        PIC 9(10).
           05  DTCHN-RECORD-LENGTH     PIC 9(4).
           05  DTCHN-RECORD            PIC X(240).
           05  DTCHN-CHAIN-OUT         PIC 9(10).
      * 00 done; 10 the file would not open for reading - the end of
      * the trail is unknown and the caller's records will show as a
      * break when the trail is verified.
           05  DTCHN-RETURN-CODE       PIC 9(2).
               88  DTCHN-OK                   VALUE 00.
               88  DTCHN-FILE-UNAVAILABLE     VALUE 10.
