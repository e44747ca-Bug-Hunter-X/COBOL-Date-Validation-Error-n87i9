      *     and resubmission counts;
      *   - its repair-workflow dispositions (open, resubmitted,
      *     written off);
      *   - its reversal, when one was accepted against it, and
      *     every reversal attempt the nightly run rejected - or,
      *     traced by a reversal's own ID, the original it backs
      *     out;
      * sorts them into one chronological story, and closes with
      * where the item sits right now: on the current validated
      * feed, and/or parked in the held warehouse (with its hold
           05  VIN-RESUB-COUNT         PIC 9(2).
           05  VIN-TRAN-ID             PIC X(16).
           05  VIN-ACCOUNT             PIC X(12).
           05  FILLER                  PIC X(11).
           05  VIN-REV-ORIG-ID         PIC X(16).
           05  FILLER                  PIC X(8).

       FD  DISP-FILE.
           COPY "cpydispr.cpy".
      * Current-location answers, printed after the chronology.
       01  WS-WHERE-NOW.
           05  WS-VALID-HITS           PIC 9(5) VALUE 0.
           05  WS-VALID-REV-HITS       PIC 9(5) VALUE 0.
           05  WS-HELD-HITS            PIC 9(5) VALUE 0.
           05  WS-HELD-SINCE           PIC X(8) VALUE SPACES.
           05  WS-HELD-CARRY           PIC X(2) VALUE SPACES.

      * A rejected reversal's audit image (cpytranr.cpy reversal
      * layout), to tie it back to the original it tried to back
      * out.
       01  WS-REV-IMAGE.
           05  WS-REV-IMG-TYPE         PIC X(1).
           05  FILLER                  PIC X(55).
           05  WS-REV-IMG-ORIG-ID      PIC X(16).
           05  FILLER                  PIC X(8).

       01  WS-COUNTS.
           05  WS-AUDIT-HITS           PIC 9(5) VALUE 0.
           05  WS-DISP-HITS            PIC 9(5) VALUE 0.
               CLOSE HIST-FILE
           END-IF.

      * A reversal's entry names the original it backs out; an
      * original that has been reversed gets a second event on the
      * day the reversal was accepted.
       2100-NOTE-HISTORY-HIT.
           ADD 1 TO WS-HIST-HITS
           MOVE HIST-PROC-DATE TO WS-BLD-DATE
           MOVE 0 TO WS-BLD-TIME
           MOVE SPACES TO WS-BUILD-TEXT
           IF HIST-ENTRY-REVERSAL
               STRING "REVERSAL ACCEPTED ON " HIST-PROC-DATE
                   "  TRAN " HIST-TRAN-ID
                   " REVERSING " HIST-ORIG-TRAN-ID
                   " ACCT " HIST-ACCOUNT
                   DELIMITED BY SIZE
                   INTO WS-BUILD-TEXT
           ELSE
               STRING "ACCEPTED ON " HIST-PROC-DATE
                   "  TRAN " HIST-TRAN-ID
                   " DATED " HIST-TRAN-DATE
                   " " HIST-TRAN-TIME
                   " ACCT " HIST-ACCOUNT
                   DELIMITED BY SIZE
                   INTO WS-BUILD-TEXT
           END-IF
           PERFORM 9000-ADD-EVENT
           IF NOT HIST-ENTRY-REVERSAL
              AND HIST-REVERSED-BY NOT = SPACES
              AND HIST-REVERSED-DATE IS NUMERIC
               MOVE HIST-REVERSED-DATE TO WS-BLD-DATE
               MOVE 1 TO WS-BLD-TIME
               MOVE SPACES TO WS-BUILD-TEXT
               STRING "REVERSED BY " HIST-REVERSED-BY
                   " ON " HIST-REVERSED-DATE
                   DELIMITED BY SIZE
                   INTO WS-BUILD-TEXT
               PERFORM 9000-ADD-EVENT
           END-IF.

       3000-GATHER-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE
               CLOSE AUDIT-FILE
           END-IF.

      * By ID a rejected reversal of the transaction is part of
      * its story too, found through the original's ID carried on
      * the reversal's image.
       3100-MATCH-AUDIT-RECORD.
           MOVE AUDIT-TRAN-IMAGE TO WS-REV-IMAGE
           IF WS-SEARCH-BY-ID AND WS-REV-IMG-TYPE = "R"
              AND WS-REV-IMG-ORIG-ID = WS-SEL-TRAN-ID
              AND AUDIT-TRAN-ID NOT = WS-SEL-TRAN-ID
               PERFORM 3200-NOTE-REVERSAL-REJECT
           END-IF
           IF (WS-SEARCH-BY-ID AND AUDIT-TRAN-ID = WS-SEL-TRAN-ID)
              OR (WS-SEARCH-BY-ACCT
                  AND AUDIT-ACCOUNT = WS-SEL-ACCOUNT)
               PERFORM 9000-ADD-EVENT
           END-IF.

       3200-NOTE-REVERSAL-REJECT.
           ADD 1 TO WS-AUDIT-HITS
           IF AUDIT-TIMESTAMP (1:14) IS NUMERIC
               MOVE AUDIT-TIMESTAMP (1:8) TO WS-BLD-DATE (1:8)
               MOVE AUDIT-TIMESTAMP (9:6) TO WS-BLD-TIME (1:6)
           ELSE
               MOVE AUDIT-TRAN-DATE TO WS-BLD-DATE
               MOVE AUDIT-TRAN-TIME TO WS-BLD-TIME
           END-IF
           MOVE SPACES TO WS-BUILD-TEXT
           STRING "REVERSAL " AUDIT-TRAN-ID
               " REJECTED RC " AUDIT-REASON-CODE
               " " AUDIT-REJECT-REASON
               " JOB " AUDIT-JOB-ID
               DELIMITED BY SIZE
               INTO WS-BUILD-TEXT
           PERFORM 9000-ADD-EVENT.

      * Dispositions are keyed ID + date + time: by ID the file is
      * positioned with START and read forward while the ID prefix
      * matches; by account it cannot be searched (the account is
                       ": " DISP-REASON-TEXT
                       DELIMITED BY SIZE
                       INTO WS-BUILD-TEXT
               WHEN DISP-RETURNED
                   STRING "DISPOSITION RETURNED TO SOURCE ON "
                       DISP-MAINT-DATE
                       " (" DISP-REASON-TEXT ")"
                       DELIMITED BY SIZE
                       INTO WS-BUILD-TEXT
               WHEN OTHER
                   STRING "DISPOSITION OPEN SINCE "
                       DISP-MAINT-DATE
                       AT END
                           SET WS-VALIDIN-EOF TO TRUE
                       NOT AT END
                           IF (VIN-REC-TYPE = "D" OR VIN-REC-TYPE = "R")
                              AND ((WS-SEARCH-BY-ID AND
                                    VIN-TRAN-ID = WS-SEL-TRAN-ID)
                               OR (WS-SEARCH-BY-ACCT AND
                                   VIN-ACCOUNT = WS-SEL-ACCOUNT))
                               ADD 1 TO WS-VALID-HITS
                           END-IF
                           IF VIN-REC-TYPE = "R" AND WS-SEARCH-BY-ID
                              AND VIN-REV-ORIG-ID = WS-SEL-TRAN-ID
                               ADD 1 TO WS-VALID-REV-HITS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALID-IN-FILE
                   INTO REPT-RECORD
               WRITE REPT-RECORD
           END-IF
           IF WS-VALID-REV-HITS > 0
               MOVE SPACES TO REPT-RECORD
               STRING "NOW: REVERSAL ON CURRENT VALIDATED FEED ("
                   WS-VALID-REV-HITS " RECORD(S))"
                   DELIMITED BY SIZE
                   INTO REPT-RECORD
               WRITE REPT-RECORD
           END-IF
           IF WS-HELD-HITS = 0 AND WS-VALID-HITS = 0
               MOVE SPACES TO REPT-RECORD
               STRING "NOW: NOT ON THE CURRENT VALIDATED FEED "
