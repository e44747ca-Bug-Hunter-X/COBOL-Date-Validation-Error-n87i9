      *      record for it
      *   W  written off - a human decided it will never be
      *      repaired (reason text and operator recorded)
      *   T  returned - sent back to the upstream feed on its
      *      reject return file (DTVAL150); the source repairs and
      *      resends it, the repair team does not work it
      * A transaction that rejects again after a resubmission is
      * reopened by the nightly run (same key, status back to O).
       01  DISP-RECORD.
               88  DISP-OPEN                  VALUE "O".
               88  DISP-RESUBMITTED           VALUE "R".
               88  DISP-WRITTEN-OFF           VALUE "W".
               88  DISP-RETURNED              VALUE "T".
           05  DISP-REASON-TEXT        PIC X(20).
           05  DISP-OPERATOR-ID        PIC X(8).
           05  DISP-MAINT-DATE         PIC 9(8).
           05  DISP-RESUB-COUNT        PIC 9(2).
      * DISP-REASON-CODE is the reject's reason code as on its audit
      * record, so the repair team can sort the queue - the frozen-
      * account items (73) waiting on a freeze to lift, say - without
      * going back to the audit file. Spaces on records opened before
      * the field existed; readers guard with a NUMERIC test.
           05  DISP-REASON-CODE        PIC 9(2).
      * DISP-AMOUNT is the rejected transaction's value as on its
      * audit record, so the open backlog can be valued without
      * going back to the audit file. Spaces on records opened
      * before the field existed; readers guard with a NUMERIC
      * test.
           05  DISP-AMOUNT             PIC 9(9)V99.
           05  FILLER                  PIC X(18).
