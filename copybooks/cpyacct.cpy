      * CPYACCT - account master extract record, keyed by account
      * number. The core banking system sends the extract every
      * night and it is loaded keyed ahead of the validation run, so
      * each detail's TRAN-ACCOUNT can be looked up as it is edited.
      * Only the fields the account edit needs are broken out; the
      * rest of the core system's record is carried as filler.
      *   ACCT-STATUS      - O open, C closed, F frozen (legal or
      *                      compliance hold); any other value is
      *                      treated as open - the core system owns
      *                      the status, the edit only refuses what
      *                      it is told is closed or frozen
      *   ACCT-STATUS-DATE - date the account last changed status
       01  ACCT-RECORD.
           05  ACCT-NUMBER             PIC X(12).
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-OPEN                  VALUE "O".
               88  ACCT-CLOSED                VALUE "C".
               88  ACCT-FROZEN                VALUE "F".
           05  ACCT-STATUS-DATE        PIC 9(8).
           05  ACCT-SHORT-NAME         PIC X(20).
           05  FILLER                  PIC X(39).
