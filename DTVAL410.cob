       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVAL410.

      * Audit trail verification. Walks the rejection audit trail -
      * the yearly archives (ARCHFILE, concatenated oldest first)
      * followed by the live file (AUDITFILE), as the one trail
      * DTVAL400's sweep keeps them - and then the maintenance audit
      * file (MNTAUDIT), recomputing every record's chain value
      * through DTVALCHN exactly as the writers did. One page on
      * REPTFILE lists every:
      *   - sequence gap (a record missing, or records out of order);
      *   - chain break (a record edited, removed or moved - the
      *     stored chain value is not what its predecessor and its
      *     own bytes give);
      *   - unchained record after the chain began;
      *   - timestamp earlier than the record before it;
      * and closes each trail with its last sequence number and
      * chain value. Records from before the chaining lead a file
      * and are counted, not flagged. Checking resumes from each
      * record's stored values, so one tampered record shows once
      * rather than breaking everything after it. Any exception
      * ends the step with an abort-level condition code.
      * SYSIN cards (for verifying from a later year's archive
      * without the earlier ones - take both from the report that
      * last verified the earlier years):
      *   card 1  first audit trail sequence number expected
      *           (blank = 1)
      *   card 2  chain value of the record before it (blank = 0)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FILE ASSIGN TO ARCHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MAUD-FILE ASSIGN TO MNTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

           SELECT REPT-FILE ASSIGN TO REPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(240).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-IN-RECORD             PIC X(240).

       FD  MAUD-FILE
           RECORDING MODE IS F.
       01  MAUD-IN-RECORD              PIC X(200).

       FD  REPT-FILE
           RECORDING MODE IS F.
       01  REPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-ARCH-STATUS      PIC X(2).
               88  WS-ARCH-OK             VALUE "00".
               88  WS-ARCH-EOF            VALUE "10".
           05  WS-AUDIT-STATUS     PIC X(2).
               88  WS-AUDIT-OK            VALUE "00".
               88  WS-AUDIT-EOF           VALUE "10".
           05  WS-MAUD-STATUS      PIC X(2).
               88  WS-MAUD-OK             VALUE "00".
               88  WS-MAUD-EOF            VALUE "10".
           05  WS-REPT-STATUS      PIC X(2).
               88  WS-REPT-OK             VALUE "00".

       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
       01  WS-RC-TRAIL-BROKEN          PIC 9(2) VALUE 16.

       01  WS-START-OPTIONS.
           05  WS-START-SEQ-IN         PIC X(9).
           05  WS-START-SEQ-NUM REDEFINES WS-START-SEQ-IN
                                       PIC 9(9).
           05  WS-START-CHAIN-IN       PIC X(10).
           05  WS-START-CHAIN-NUM REDEFINES WS-START-CHAIN-IN
                                       PIC 9(10).
           05  WS-AUDIT-START-SEQ      PIC 9(9) VALUE 1.
           05  WS-AUDIT-START-CHAIN    PIC 9(10) VALUE 0.

       01  WS-CURRENT-DATE-AREA.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

      * Work copies of the two record layouts; the files are read
      * into them.
           COPY "cpyaudrc.cpy".
           COPY "cpymaud.cpy".

      * The trail being walked. Both record types are brought to the
      * same shape - sequence, chain, timestamp, and the image with
      * its chain value zeroed in DTCHN-RECORD - before the checks.
       01  WS-TRAIL-STATE.
           05  WS-TRAIL-NAME           PIC X(12).
           05  WS-TRAIL-START-SEQ      PIC 9(9).
           05  WS-TRAIL-START-CHAIN    PIC 9(10).
           05  WS-CHAIN-STARTED-SW     PIC X(1).
               88  WS-CHAIN-STARTED           VALUE "Y".
               88  WS-CHAIN-NOT-STARTED       VALUE "N".
           05  WS-PREV-SEQ             PIC 9(9).
           05  WS-PREV-CHAIN           PIC 9(10).
           05  WS-PREV-TIMESTAMP       PIC X(16).
           05  WS-FIRST-SEQ            PIC 9(9).
           05  WS-TRAIL-READ           PIC 9(9).
           05  WS-TRAIL-LEGACY         PIC 9(9).
           05  WS-TRAIL-EXCEPTIONS     PIC 9(9).
       01  WS-CUR-RECORD.
           05  WS-CUR-CHAINED-SW       PIC X(1).
               88  WS-CUR-CHAINED             VALUE "Y".
               88  WS-CUR-UNCHAINED           VALUE "N".
           05  WS-CUR-SEQ              PIC 9(9).
           05  WS-CUR-CHAIN            PIC 9(10).
           05  WS-CUR-TIMESTAMP        PIC X(16).
           05  WS-EXPECTED-SEQ         PIC 9(9).

       01  WS-TOTALS.
           05  WS-ARCH-READ            PIC 9(9) VALUE 0.
           05  WS-ARCH-SW              PIC X(1) VALUE "N".
               88  WS-ARCH-SUPPLIED           VALUE "Y".
           05  WS-TOTAL-EXCEPTIONS     PIC 9(9) VALUE 0.

       COPY "cpychnl.cpy".

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36)
               VALUE "DTVAL410  AUDIT TRAIL VERIFICATION ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  WS-EXC-TRAIL            PIC X(12).
           05  FILLER                  PIC X(5) VALUE " SEQ ".
           05  WS-EXC-SEQ              PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-EXC-TEXT             PIC X(40).
           05  WS-EXC-LABEL            PIC X(10).
           05  WS-EXC-DETAIL           PIC X(21).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-TEXT             PIC X(40).
           05  WS-SUM-VALUE            PIC X(21).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-EDIT-COUNT               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           PERFORM 1000-GET-START-OPTIONS
           OPEN OUTPUT REPT-FILE
           IF NOT WS-REPT-OK
               DISPLAY "Unable to open report file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-1 TO REPT-RECORD
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO REPT-RECORD
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 2000-VERIFY-AUDIT-TRAIL
           PERFORM 3000-VERIFY-MAINT-AUDIT
           CLOSE REPT-FILE
           DISPLAY "Audit trail exceptions:  " WS-TOTAL-EXCEPTIONS
           IF WS-TOTAL-EXCEPTIONS > 0
               DISPLAY "Audit trail verification FAILED - see report"
               MOVE WS-RC-TRAIL-BROKEN TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-GET-START-OPTIONS.
           DISPLAY "First audit sequence number (blank = 1): "
           ACCEPT WS-START-SEQ-IN
           IF WS-START-SEQ-IN NOT = SPACES
              AND WS-START-SEQ-IN IS NUMERIC
              AND WS-START-SEQ-NUM > 0
               MOVE WS-START-SEQ-NUM TO WS-AUDIT-START-SEQ
           END-IF
           DISPLAY "Chain value before it (blank = 0): "
           ACCEPT WS-START-CHAIN-IN
           IF WS-START-CHAIN-IN NOT = SPACES
              AND WS-START-CHAIN-IN IS NUMERIC
               MOVE WS-START-CHAIN-NUM TO WS-AUDIT-START-CHAIN
           END-IF.

      * The archive is optional - a trail young enough never to have
      * been swept has none - but when it is missing the live file
      * must start the trail itself.
       2000-VERIFY-AUDIT-TRAIL.
           MOVE "AUDIT TRAIL" TO WS-TRAIL-NAME
           MOVE WS-AUDIT-START-SEQ TO WS-TRAIL-START-SEQ
           MOVE WS-AUDIT-START-CHAIN TO WS-TRAIL-START-CHAIN
           PERFORM 4000-START-TRAIL
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-OK
               SET WS-ARCH-SUPPLIED TO TRUE
               PERFORM UNTIL WS-ARCH-EOF
                   READ ARCH-FILE INTO AUDIT-RECORD
                       AT END
                           SET WS-ARCH-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ARCH-READ
                           PERFORM 2100-CHECK-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           ELSE
               DISPLAY "No audit archive supplied - live file only"
           END-IF
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-OK
               DISPLAY "Unable to open audit/exception file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE REPT-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE INTO AUDIT-RECORD
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-CHECK-AUDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           DISPLAY "Archive records read:    " WS-ARCH-READ
           PERFORM 4900-END-TRAIL.

       2100-CHECK-AUDIT-RECORD.
           IF AUDIT-SEQ-NO IS NUMERIC
              AND AUDIT-CHAIN-VALUE IS NUMERIC
               SET WS-CUR-CHAINED TO TRUE
               MOVE AUDIT-SEQ-NO TO WS-CUR-SEQ
               MOVE AUDIT-CHAIN-VALUE TO WS-CUR-CHAIN
               MOVE 0 TO AUDIT-CHAIN-VALUE
               MOVE AUDIT-RECORD TO DTCHN-RECORD
               MOVE LENGTH OF AUDIT-RECORD TO DTCHN-RECORD-LENGTH
           ELSE
               SET WS-CUR-UNCHAINED TO TRUE
           END-IF
           MOVE AUDIT-TIMESTAMP (1:16) TO WS-CUR-TIMESTAMP
           PERFORM 4100-CHECK-RECORD.

      * Never swept, so the maintenance audit always starts its own
      * trail at sequence 1. A file never created is an empty trail.
       3000-VERIFY-MAINT-AUDIT.
           MOVE "MAINT AUDIT" TO WS-TRAIL-NAME
           MOVE 1 TO WS-TRAIL-START-SEQ
           MOVE 0 TO WS-TRAIL-START-CHAIN
           PERFORM 4000-START-TRAIL
           OPEN INPUT MAUD-FILE
           IF WS-MAUD-STATUS = "35"
               DISPLAY "Maintenance audit file not yet created"
           ELSE
               IF NOT WS-MAUD-OK
                   DISPLAY "Unable to open maintenance audit file"
                   MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
                   CLOSE REPT-FILE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MAUD-EOF
                   READ MAUD-FILE INTO MAUD-RECORD
                       AT END
                           SET WS-MAUD-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-CHECK-MAUD-RECORD
                   END-READ
               END-PERFORM
               CLOSE MAUD-FILE
           END-IF
           PERFORM 4900-END-TRAIL.

       3100-CHECK-MAUD-RECORD.
           IF MAUD-SEQ-NO IS NUMERIC
              AND MAUD-CHAIN-VALUE IS NUMERIC
               SET WS-CUR-CHAINED TO TRUE
               MOVE MAUD-SEQ-NO TO WS-CUR-SEQ
               MOVE MAUD-CHAIN-VALUE TO WS-CUR-CHAIN
               MOVE 0 TO MAUD-CHAIN-VALUE
               MOVE MAUD-RECORD TO DTCHN-RECORD
               MOVE LENGTH OF MAUD-RECORD TO DTCHN-RECORD-LENGTH
           ELSE
               SET WS-CUR-UNCHAINED TO TRUE
           END-IF
           MOVE MAUD-TIMESTAMP (1:16) TO WS-CUR-TIMESTAMP
           PERFORM 4100-CHECK-RECORD.

       4000-START-TRAIL.
           SET WS-CHAIN-NOT-STARTED TO TRUE
           MOVE 0 TO WS-PREV-SEQ
           MOVE 0 TO WS-PREV-CHAIN
           MOVE SPACES TO WS-PREV-TIMESTAMP
           MOVE 0 TO WS-FIRST-SEQ
           MOVE 0 TO WS-TRAIL-READ
           MOVE 0 TO WS-TRAIL-LEGACY
           MOVE 0 TO WS-TRAIL-EXCEPTIONS.

      * The first chained record must carry the starting sequence
      * number and chain from the starting chain value; every later
      * one from its predecessor. After an exception the walk
      * carries on from the record's own stored values.
       4100-CHECK-RECORD.
           ADD 1 TO WS-TRAIL-READ
           IF WS-PREV-TIMESTAMP NOT = SPACES
              AND WS-CUR-TIMESTAMP < WS-PREV-TIMESTAMP
               MOVE "TIMESTAMP EARLIER THAN PREVIOUS RECORD"
                   TO WS-EXC-TEXT
               MOVE "PREVIOUS " TO WS-EXC-LABEL
               MOVE WS-PREV-TIMESTAMP TO WS-EXC-DETAIL
               PERFORM 4800-WRITE-EXCEPTION
           END-IF
           MOVE WS-CUR-TIMESTAMP TO WS-PREV-TIMESTAMP
           IF WS-CUR-UNCHAINED
               IF WS-CHAIN-STARTED
                   MOVE "UNCHAINED RECORD AFTER CHAIN BEGAN"
                       TO WS-EXC-TEXT
                   MOVE SPACES TO WS-EXC-LABEL
                   MOVE SPACES TO WS-EXC-DETAIL
                   PERFORM 4800-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-TRAIL-LEGACY
               END-IF
           ELSE
               IF WS-CHAIN-NOT-STARTED
                   SET WS-CHAIN-STARTED TO TRUE
                   MOVE WS-CUR-SEQ TO WS-FIRST-SEQ
                   MOVE WS-TRAIL-START-SEQ TO WS-EXPECTED-SEQ
                   MOVE WS-TRAIL-START-CHAIN TO DTCHN-PREV-CHAIN
               ELSE
                   COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
                   MOVE WS-PREV-CHAIN TO DTCHN-PREV-CHAIN
               END-IF
               IF WS-CUR-SEQ NOT = WS-EXPECTED-SEQ
                   MOVE "SEQUENCE GAP OR RECORDS OUT OF ORDER"
                       TO WS-EXC-TEXT
                   MOVE "EXPECTED " TO WS-EXC-LABEL
                   MOVE WS-EXPECTED-SEQ TO WS-EXC-DETAIL
                   PERFORM 4800-WRITE-EXCEPTION
               END-IF
               SET DTCHN-COMPUTE TO TRUE
               CALL "DTVALCHN" USING DTCHN-LINKAGE
               IF DTCHN-CHAIN-OUT NOT = WS-CUR-CHAIN
                   MOVE "CHAIN BROKEN - RECORD ALTERED OR MOVED"
                       TO WS-EXC-TEXT
                   MOVE "COMPUTED " TO WS-EXC-LABEL
                   MOVE DTCHN-CHAIN-OUT TO WS-EXC-DETAIL
                   PERFORM 4800-WRITE-EXCEPTION
               END-IF
               MOVE WS-CUR-SEQ TO WS-PREV-SEQ
               MOVE WS-CUR-CHAIN TO WS-PREV-CHAIN
           END-IF.

       4800-WRITE-EXCEPTION.
           ADD 1 TO WS-TRAIL-EXCEPTIONS
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE WS-TRAIL-NAME TO WS-EXC-TRAIL
           IF WS-CUR-CHAINED
               MOVE WS-CUR-SEQ TO WS-EXC-SEQ
           ELSE
               MOVE "UNCHAINED" TO WS-EXC-SEQ
           END-IF
           MOVE WS-EXCEPTION-LINE TO REPT-RECORD
           PERFORM 8000-WRITE-REPORT-LINE.

      * The closing position is what the next verification from a
      * later archive starts from (SYSIN cards 1 and 2).
       4900-END-TRAIL.
           MOVE SPACES TO REPT-RECORD
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING WS-TRAIL-NAME DELIMITED BY "  "
               " RECORDS READ" DELIMITED BY SIZE
               INTO WS-SUM-TEXT
           MOVE WS-TRAIL-READ TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM 4950-WRITE-SUMMARY-LINE
           MOVE "  BEFORE CHAINING (NOT CHECKED)" TO WS-SUM-TEXT
           MOVE WS-TRAIL-LEGACY TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM 4950-WRITE-SUMMARY-LINE
           MOVE "  FIRST SEQUENCE NUMBER" TO WS-SUM-TEXT
           MOVE WS-FIRST-SEQ TO WS-SUM-VALUE
           PERFORM 4950-WRITE-SUMMARY-LINE
           MOVE "  LAST SEQUENCE NUMBER" TO WS-SUM-TEXT
           MOVE WS-PREV-SEQ TO WS-SUM-VALUE
           PERFORM 4950-WRITE-SUMMARY-LINE
           MOVE "  LAST CHAIN VALUE" TO WS-SUM-TEXT
           MOVE WS-PREV-CHAIN TO WS-SUM-VALUE
           PERFORM 4950-WRITE-SUMMARY-LINE
           MOVE "  EXCEPTIONS" TO WS-SUM-TEXT
           MOVE WS-TRAIL-EXCEPTIONS TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO WS-SUM-VALUE
           PERFORM 4950-WRITE-SUMMARY-LINE
           IF WS-TRAIL-EXCEPTIONS = 0
               MOVE "  VERDICT" TO WS-SUM-TEXT
               MOVE "VERIFIED" TO WS-SUM-VALUE
           ELSE
               MOVE "  VERDICT" TO WS-SUM-TEXT
               MOVE "BROKEN" TO WS-SUM-VALUE
           END-IF
           PERFORM 4950-WRITE-SUMMARY-LINE
           MOVE SPACES TO REPT-RECORD
           PERFORM 8000-WRITE-REPORT-LINE
           DISPLAY WS-TRAIL-NAME " read " WS-TRAIL-READ
               " exceptions " WS-TRAIL-EXCEPTIONS.

       4950-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPT-RECORD
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE.

       8000-WRITE-REPORT-LINE.
           WRITE REPT-RECORD
           IF NOT WS-REPT-OK
               DISPLAY "Unable to write report line"
           END-IF.
