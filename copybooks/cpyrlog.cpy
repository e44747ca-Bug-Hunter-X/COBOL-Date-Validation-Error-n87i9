      * CPYRLOG - reject return log record. DTVAL150 appends one per
      * source per execution, as each return file is closed, so
      * there is a standing record of what was sent back to every
      * feed and when: the returned count and amount (matching the
      * return file's trailer) and the rejects held back - reason
      * codes operations keep internal (NORETNnn parameter records)
      * - which stay open for the repair team.
       01  RLOG-RECORD.
           05  RLOG-RETURN-DATE        PIC 9(8).
           05  RLOG-JOB-ID             PIC X(8).
           05  RLOG-SOURCE-ID          PIC X(8).
           05  RLOG-RECS-RETURNED      PIC 9(9).
           05  RLOG-AMT-RETURNED       PIC 9(13)V99.
           05  RLOG-RECS-WITHHELD      PIC 9(9).
           05  RLOG-TIMESTAMP          PIC X(21).
           05  FILLER                  PIC X(2).
