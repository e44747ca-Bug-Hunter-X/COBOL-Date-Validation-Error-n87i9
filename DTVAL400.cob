      *     (parameter file, date field = days, default 365) move to
      *     the yearly archive dataset; the rest are rewritten to the
      *     new daily audit file. The archive is retained and
      *     retrievable for the auditors, never deleted here. The
      *     trail is chained (sequence number and chain value), so
      *     the split must leave the archive plus the live file one
      *     unbroken trail: only the leading run of aged records is
      *     archived - from the first record kept, everything after
      *     it is kept too - and the chain is proved before anything
      *     moves. The last chained record always stays on the live
      *     file, however old: the nightly run finds the trail's end
      *     (sequence and chain) there, and an emptied live file
      *     would start the trail over from sequence 1.
      *     A broken trail ends the step with an abort-level
      *     code and nothing archived, leaving the evidence where it
      *     is for the verification run (DTVAL410).
      *   - Checkpoints: CKPT-RECORDs belonging to completed runs
      *     (a CKPT-RUN-STATUS "C" record exists for the job ID), and
      *     stragglers older than the same retention, are purged;

       FD  AUDIT-OUT-FILE
           RECORDING MODE IS F.
       01  AUDIT-OUT-RECORD            PIC X(240).

       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(240).

       FD  CKPT-IN-FILE
           RECORDING MODE IS F.

       FD  CKPT-OUT-FILE
           RECORDING MODE IS F.
       01  CKPT-OUT-RECORD             PIC X(300).

       FD  PARM-FILE.
           COPY "cpyparmr.cpy".

       01  WS-AUDRETN-TYPE             PIC X(8) VALUE "AUDRETN".
       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
       01  WS-RC-TRAIL-BROKEN          PIC 9(2) VALUE 16.

      * Chain proof over the incoming trail, and the switch that
      * stops archiving at the first record kept.
       01  WS-CHAIN-PROOF.
           05  WS-CHAIN-STARTED-SW     PIC X(1) VALUE "N".
               88  WS-CHAIN-STARTED           VALUE "Y".
           05  WS-ARCHIVING-SW         PIC X(1) VALUE "Y".
               88  WS-STILL-ARCHIVING         VALUE "Y".
               88  WS-ARCHIVING-DONE          VALUE "N".
           05  WS-PREV-SEQ             PIC 9(9).
           05  WS-PREV-CHAIN           PIC 9(10).
           05  WS-STORED-CHAIN         PIC 9(10).
           05  WS-CHAIN-BREAKS         PIC 9(9) VALUE 0.
           05  WS-PROOF-READ           PIC 9(9) VALUE 0.
           05  WS-LAST-CHAINED-POS     PIC 9(9) VALUE 0.

       COPY "cpychnl.cpy".

       01  WS-AREA.
           05  WS-RETENTION-DAYS       PIC 9(5) VALUE 365.
           ELSE
               MOVE 0 TO WS-CUTOFF-DAY-NUM
           END-IF
           PERFORM 1500-PROVE-AUDIT-CHAIN
           PERFORM 2000-SWEEP-AUDIT-FILE
           PERFORM 3000-SWEEP-CHECKPOINT-FILE
           DISPLAY "Audit records read:     " WS-AUDIT-READ
                   WS-RETENTION-DAYS " days used"
           END-IF.

      * First pass: the trail must chain unbroken before any of it is
      * split. Records from before the chaining lead the file and are
      * passed over; the first chained record is taken as the anchor
      * (its predecessor already sits on the archive).
       1500-PROVE-AUDIT-CHAIN.
           OPEN INPUT AUDIT-IN-FILE
           IF NOT WS-AUDIN-OK
               DISPLAY "Unable to open audit input file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDIN-EOF
               READ AUDIT-IN-FILE
                   AT END
                       SET WS-AUDIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PROOF-READ
                       PERFORM 1510-PROVE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-IN-FILE
           MOVE SPACES TO WS-AUDIN-STATUS
           IF WS-CHAIN-BREAKS > 0
               DISPLAY "Audit trail chain broken at " WS-CHAIN-BREAKS
                   " record(s) - nothing archived, run DTVAL410"
               MOVE WS-RC-TRAIL-BROKEN TO RETURN-CODE
               STOP RUN
           END-IF.

       1510-PROVE-ONE-RECORD.
           IF AUDIT-SEQ-NO IS NOT NUMERIC
              OR AUDIT-CHAIN-VALUE IS NOT NUMERIC
               IF WS-CHAIN-STARTED
                   ADD 1 TO WS-CHAIN-BREAKS
               END-IF
           ELSE
               IF WS-CHAIN-STARTED
                   MOVE AUDIT-CHAIN-VALUE TO WS-STORED-CHAIN
                   MOVE 0 TO AUDIT-CHAIN-VALUE
                   MOVE AUDIT-RECORD TO DTCHN-RECORD
                   MOVE LENGTH OF AUDIT-RECORD TO DTCHN-RECORD-LENGTH
                   MOVE WS-PREV-CHAIN TO DTCHN-PREV-CHAIN
                   SET DTCHN-COMPUTE TO TRUE
                   CALL "DTVALCHN" USING DTCHN-LINKAGE
                   IF AUDIT-SEQ-NO NOT = WS-PREV-SEQ + 1
                      OR DTCHN-CHAIN-OUT NOT = WS-STORED-CHAIN
                       ADD 1 TO WS-CHAIN-BREAKS
                   END-IF
                   MOVE WS-STORED-CHAIN TO AUDIT-CHAIN-VALUE
               ELSE
                   SET WS-CHAIN-STARTED TO TRUE
               END-IF
               MOVE AUDIT-SEQ-NO TO WS-PREV-SEQ
               MOVE AUDIT-CHAIN-VALUE TO WS-PREV-CHAIN
               MOVE WS-PROOF-READ TO WS-LAST-CHAINED-POS
           END-IF.

       2000-SWEEP-AUDIT-FILE.
           OPEN INPUT AUDIT-IN-FILE
           IF NOT WS-AUDIN-OK
           CLOSE ARCH-FILE.

      * A record with an unreadable timestamp is kept on the daily
      * file - losing sight of it would be worse than the space. The
      * first record kept ends the archiving for this sweep, so the
      * archive's last record is always the live file's first
      * record's predecessor on the chain. The last chained record
      * is kept whatever its age, so the live file never loses the
      * trail's end.
       2100-DISPOSE-AUDIT-RECORD.
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-TS-DATE (1:8)
           IF AUDIT-TIMESTAMP (1:8) IS NUMERIC
               MOVE WS-CUTOFF-DAY-NUM TO WS-RECORD-DAY-NUM
           END-IF
           IF WS-RECORD-DAY-NUM < WS-CUTOFF-DAY-NUM
              AND WS-STILL-ARCHIVING
              AND WS-AUDIT-READ NOT = WS-LAST-CHAINED-POS
               ADD 1 TO WS-AUDIT-ARCHIVED
               MOVE AUDIT-RECORD TO ARCH-RECORD
               WRITE ARCH-RECORD
                   DISPLAY "Unable to write archive record"
               END-IF
           ELSE
               SET WS-ARCHIVING-DONE TO TRUE
               ADD 1 TO WS-AUDIT-KEPT
               MOVE AUDIT-RECORD TO AUDIT-OUT-RECORD
               WRITE AUDIT-OUT-RECORD
