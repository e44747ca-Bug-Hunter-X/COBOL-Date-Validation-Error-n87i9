      * (cpyctlr.cpy); this step sums the night's executions per
      * program and proves the chain in equals out:
      *   - DTVAL100: details edited must equal validated writes
      *     plus audit rejects plus warehouse holds plus items
      *     parked on the high-value review queue;
      *   - DTVAL300: warehouse input must equal releases plus
      *     carry-forwards;
      *   - DTVAL320: approved review items found must equal
      *     approved items released.
      * DTVAL200's totals print for the record (its unmatched
      * rejects legitimately produce nothing). One page on REPTFILE;
      * any broken identity ends the step with its own abort-level
      * doubled transaction reaches them. A night with no DTVAL100
      * control record at all is also raised - the chain cannot be
      * proven, which after a restart is exactly when proof matters.
      * DTVAL100 records of an execution the night backout utility
      * has backed out are skipped - its output is gone.
      * SYSIN card 1: balance date YYYYMMDD (blank = today).

       ENVIRONMENT DIVISION.
           05  FILLER                  PIC X(13).

      * Per-program sums over the night's executions. Subscripts:
      * 1 = DTVAL100, 2 = DTVAL200, 3 = DTVAL300, 4 = DTVAL320.
       01  WS-PGM-NAMES-VALUES.
           05  FILLER                  PIC X(8) VALUE "DTVAL100".
           05  FILLER                  PIC X(8) VALUE "DTVAL200".
           05  FILLER                  PIC X(8) VALUE "DTVAL300".
           05  FILLER                  PIC X(8) VALUE "DTVAL320".
       01  WS-PGM-NAMES REDEFINES WS-PGM-NAMES-VALUES.
           05  WS-PGM-NAME             PIC X(8) OCCURS 4 TIMES.

       01  WS-SUM-AREA.
           05  WS-SUM-PGM OCCURS 4 TIMES.
               10  WS-SUM-EXECS        PIC 9(5).
               10  WS-SUM-IN           PIC 9(11).
               10  WS-SUM-OUT          PIC 9(11).
               10  WS-SUM-REJ          PIC 9(11).
               10  WS-SUM-HELD         PIC 9(11).
               10  WS-SUM-QUEUED       PIC 9(11).

       01  WS-WORK.
           05  WS-PGM-IX               PIC 9(1).
           05  WS-DIFF-ABS             PIC 9(11).
           05  WS-RECORDS-READ         PIC 9(9) VALUE 0.
           05  WS-RECORDS-MATCHED      PIC 9(9) VALUE 0.
           05  WS-RECORDS-BACKED-OUT   PIC 9(9) VALUE 0.
           05  WS-BAL-SW               PIC X(1) VALUE "Y".
               88  WS-IN-BALANCE              VALUE "Y".
               88  WS-OUT-OF-BALANCE          VALUE "N".
           05  FILLER                  PIC X(13) VALUE "         OUT".
           05  FILLER                  PIC X(13) VALUE "    REJECTED".
           05  FILLER                  PIC X(13) VALUE "        HELD".
           05  FILLER                  PIC X(13) VALUE "      QUEUED".
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-PROGRAM          PIC X(8).
           05  WS-DTL-REJ              PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-HELD             PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-DTL-QUEUED           PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-PROOF-LINE.
           05  WS-PRF-TEXT             PIC X(50).
           END-PERFORM
           CLOSE CTL-FILE
           DISPLAY "Control records read:    " WS-RECORDS-READ
           DISPLAY "Control records matched: " WS-RECORDS-MATCHED
           DISPLAY "Backed out, skipped:     " WS-RECORDS-BACKED-OUT.

       2100-SUM-ONE-RECORD.
           IF CTL-RUN-DATE IS NUMERIC
              AND CTL-RUN-DATE = WS-BALANCE-DATE-NUM
              AND CTL-BACKED-OUT
               ADD 1 TO WS-RECORDS-BACKED-OUT
           END-IF
           IF CTL-RUN-DATE IS NUMERIC
              AND CTL-RUN-DATE = WS-BALANCE-DATE-NUM
              AND NOT CTL-BACKED-OUT
               MOVE 0 TO WS-PGM-IX
               IF CTL-PROGRAM = WS-PGM-NAME (1)
                   MOVE 1 TO WS-PGM-IX
               IF CTL-PROGRAM = WS-PGM-NAME (3)
                   MOVE 3 TO WS-PGM-IX
               END-IF
               IF CTL-PROGRAM = WS-PGM-NAME (4)
                   MOVE 4 TO WS-PGM-IX
               END-IF
               IF WS-PGM-IX > 0
                   ADD 1 TO WS-RECORDS-MATCHED
                   ADD 1 TO WS-SUM-EXECS (WS-PGM-IX)
                   ADD CTL-RECS-OUT TO WS-SUM-OUT (WS-PGM-IX)
                   ADD CTL-RECS-REJECTED TO WS-SUM-REJ (WS-PGM-IX)
                   ADD CTL-RECS-HELD TO WS-SUM-HELD (WS-PGM-IX)
      * Spaces on records from the programs that queue nothing and
      * on records written before the review queue existed.
                   IF CTL-RECS-QUEUED IS NUMERIC
                       ADD CTL-RECS-QUEUED
                           TO WS-SUM-QUEUED (WS-PGM-IX)
                   END-IF
               END-IF
           END-IF.

           WRITE REPT-RECORD
           PERFORM 3100-WRITE-PROGRAM-LINE
               VARYING WS-PGM-IX FROM 1 BY 1
               UNTIL WS-PGM-IX > 4
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3200-PROVE-VALIDATION
           PERFORM 3300-PROVE-RELEASE
           PERFORM 3320-PROVE-REVIEW-RELEASE
           CLOSE REPT-FILE.

       3100-WRITE-PROGRAM-LINE.
           MOVE WS-SUM-OUT (WS-PGM-IX) TO WS-DTL-OUT
           MOVE WS-SUM-REJ (WS-PGM-IX) TO WS-DTL-REJ
           MOVE WS-SUM-HELD (WS-PGM-IX) TO WS-DTL-HELD
           MOVE WS-SUM-QUEUED (WS-PGM-IX) TO WS-DTL-QUEUED
           MOVE WS-DETAIL-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           IF NOT WS-REPT-OK
           END-IF.

      * Details edited = validated + audit rejects + warehouse
      * holds + review-queue parks.
      * Skipped entirely when the validation run left no
      * control record - 0000-MAIN raises that as unproven.
       3200-PROVE-VALIDATION.
           IF WS-SUM-EXECS (1) = 0
           ELSE
               COMPUTE WS-EXPECTED = WS-SUM-OUT (1)
                   + WS-SUM-REJ (1) + WS-SUM-HELD (1)
                   + WS-SUM-QUEUED (1)
               MOVE 1 TO WS-PGM-IX
               MOVE "DTVAL100: IN = VALID + REJECT + HELD + QUEUED"
                   TO WS-PRF-TEXT
               PERFORM 3350-JUDGE-IDENTITY
               PERFORM 3400-WRITE-PROOF-LINE
               PERFORM 3400-WRITE-PROOF-LINE
           END-IF.

       3320-PROVE-REVIEW-RELEASE.
           IF WS-SUM-EXECS (4) = 0
               MOVE "DTVAL320: NO RUN TONIGHT (REVIEW QUEUE IDLE)"
                   TO WS-PRF-TEXT
               MOVE SPACES TO WS-PRF-VERDICT
               MOVE SPACES TO WS-PRF-DIFF-LABEL
               MOVE 0 TO WS-PRF-DIFF
               PERFORM 3400-WRITE-PROOF-LINE
           ELSE
               COMPUTE WS-EXPECTED = WS-SUM-OUT (4)
               MOVE 4 TO WS-PGM-IX
               MOVE "DTVAL320: APPROVED IN = RELEASED"
                   TO WS-PRF-TEXT
               PERFORM 3350-JUDGE-IDENTITY
               PERFORM 3400-WRITE-PROOF-LINE
           END-IF.

       3350-JUDGE-IDENTITY.
           COMPUTE WS-DIFF
               = WS-SUM-IN (WS-PGM-IX) - WS-EXPECTED
