       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVALSPL.

      * Partition split for a partitioned night. When one DTVAL100
      * execution cannot get through the night's transaction file
      * before the settlement window, the file is split here by
      * header source ID into up to four partitions (PART1-PART4),
      * each validated by its own DTVAL100 execution running side
      * by side with the others (jcl/DTVALPRT.jcl), and put back
      * together by the merge (DTVALMRG). Whole batches are routed:
      * a header and everything after it up to the next header go
      * to the partition its source is assigned to, so every
      * partition's batches reconcile against their own trailers
      * exactly as they would in the whole file. Records ahead of
      * the first header (and a header with no source ID) go to
      * partition 1.
      * Sources are assigned to partitions afresh each night from
      * tonight's volumes: a first pass counts each source's
      * records, then the largest source goes to the lightest
      * partition, and so on down, so the partitions finish close
      * together. The second pass routes the records. Partition
      * files beyond the count asked for are written empty - their
      * executions complete at once.
      * One control-total record per partition goes on CTLFILE
      * (program DTVALSPL, CTL-PARTITION set): records routed to
      * the partition in RECS-IN, written to it in RECS-OUT. The
      * merge proves each partition's execution read exactly that
      * many records before it will put the night together.
      * Job ID off the EXEC PARM, the RUNJOBID the partitions and
      * the merge run under.
      * SYSIN card 1: number of partitions, 1-4 (blank = 4).
      * Condition codes:
      *    0 split
      *   12 a file would not open, or a partition write failed -
      *      no control records written
      *   16 the transaction file read differently on the second
      *      pass (it changed under the split) - no control records
      *      written; delete the partition files and rerun

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PART1-FILE ASSIGN TO PART1
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART1-STATUS.

           SELECT PART2-FILE ASSIGN TO PART2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART2-STATUS.

           SELECT PART3-FILE ASSIGN TO PART3
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART3-STATUS.

           SELECT PART4-FILE ASSIGN TO PART4
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PART4-STATUS.

           SELECT CTL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F.
           COPY "cpytranr.cpy".

       FD  PART1-FILE
           RECORDING MODE IS F.
       01  PART1-RECORD                PIC X(80).

       FD  PART2-FILE
           RECORDING MODE IS F.
       01  PART2-RECORD                PIC X(80).

       FD  PART3-FILE
           RECORDING MODE IS F.
       01  PART3-RECORD                PIC X(80).

       FD  PART4-FILE
           RECORDING MODE IS F.
       01  PART4-RECORD                PIC X(80).

       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "cpyctlr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-TRAN-STATUS      PIC X(2).
               88  WS-TRAN-OK             VALUE "00".
               88  WS-TRAN-EOF            VALUE "10".
           05  WS-PART1-STATUS     PIC X(2).
               88  WS-PART1-OK            VALUE "00".
           05  WS-PART2-STATUS     PIC X(2).
               88  WS-PART2-OK            VALUE "00".
           05  WS-PART3-STATUS     PIC X(2).
               88  WS-PART3-OK            VALUE "00".
           05  WS-PART4-STATUS     PIC X(2).
               88  WS-PART4-OK            VALUE "00".
           05  WS-CTL-STATUS       PIC X(2).
               88  WS-CTL-OK              VALUE "00".
           05  WS-WRITE-SW         PIC X(1) VALUE "N".
               88  WS-WRITE-FAILED        VALUE "Y".

       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.
       01  WS-RC-FILE-CHANGED          PIC 9(2) VALUE 16.

       01  WS-OPERATOR-AREA.
           05  WS-JOB-ID               PIC X(8).

       01  WS-PARM-JOBID-LEN           PIC 9(4).

       01  WS-PART-CARD                PIC X(1).
       01  WS-PART-COUNT               PIC 9(1) VALUE 4.

       01  WS-AREA.
           05  WS-CURRENT-DATE-AREA.
               10  WS-CURRENT-DATE PIC 9(8).
               10  FILLER          PIC X(13).

      * Tonight's sources in the order they first presented, with
      * their record counts off the first pass and the partition
      * each is assigned (zero until assigned). Entry 1 is always
      * the records ahead of the first header (source spaces).
       01  WS-SRC-LIMITS.
           05  WS-SRC-MAX              PIC 9(3) COMP VALUE 50.
           05  WS-SRC-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-SRC-IX               PIC 9(3) COMP.
           05  WS-SRC-FOUND-IX         PIC 9(3) COMP.
           05  WS-SRC-PICK-IX          PIC 9(3) COMP.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES.
               10  WS-SRC-SOURCE       PIC X(8).
               10  WS-SRC-RECORDS      PIC 9(9).
               10  WS-SRC-PART         PIC 9(1).

      * Per partition: records assigned on the first pass (its
      * load), and routed and written on the second.
       01  WS-PART-LIMITS.
           05  WS-PART-MAX             PIC 9(1) VALUE 4.
           05  WS-PART-IX              PIC 9(1).
           05  WS-PART-LIGHT-IX        PIC 9(1).
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 4 TIMES.
               10  WS-PART-LOAD        PIC 9(9).
               10  WS-PART-SOURCES     PIC 9(3).
               10  WS-PART-ROUTED      PIC 9(9).
               10  WS-PART-WRITTEN     PIC 9(9).

       01  WS-SPLIT-WORK.
           05  WS-PASS1-READ           PIC 9(9) VALUE 0.
           05  WS-PASS2-READ           PIC 9(9) VALUE 0.
           05  WS-OVERFLOW-RECS        PIC 9(9) VALUE 0.
           05  WS-CUR-SOURCE           PIC X(8).
           05  WS-CUR-IX               PIC 9(3) COMP.
           05  WS-CUR-PART             PIC 9(1).
           05  WS-PICK-RECORDS         PIC 9(9).
           05  WS-SRC-DISPLAY          PIC X(8).

       LINKAGE SECTION.
      * EXEC PGM parameter area: the night's RUNJOBID, passed the
      * same way DTVAL100 receives it.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(4) COMP.
           05  LK-PARM-JOBID           PIC X(8).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN.
           PERFORM 1000-GET-JOB-ID
           PERFORM 1100-GET-PARTITION-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           INITIALIZE WS-PART-TABLE
           PERFORM 2000-COUNT-SOURCES
           PERFORM 3000-ASSIGN-PARTITIONS
           PERFORM 4000-ROUTE-RECORDS
           IF WS-PASS2-READ NOT = WS-PASS1-READ
               DISPLAY "Transaction file changed during the split: "
                   "first pass " WS-PASS1-READ " second pass "
                   WS-PASS2-READ
               MOVE WS-RC-FILE-CHANGED TO RETURN-CODE
               CLOSE CTL-FILE
               STOP RUN
           END-IF
           PERFORM 5000-WRITE-CONTROL-TOTALS
           DISPLAY "Job ID:              " WS-JOB-ID
           DISPLAY "Partitions:          " WS-PART-COUNT
           DISPLAY "Records split:       " WS-PASS2-READ
           PERFORM 5100-DISPLAY-PARTITION
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-MAX
           STOP RUN.

      * Job ID off the EXEC PARM, reference-modified to the length
      * actually passed, exactly as DTVAL100 takes it.
       1000-GET-JOB-ID.
           IF LK-PARM-LENGTH > 0
               MOVE SPACES TO WS-JOB-ID
               MOVE LK-PARM-LENGTH TO WS-PARM-JOBID-LEN
               IF WS-PARM-JOBID-LEN > 8
                   MOVE 8 TO WS-PARM-JOBID-LEN
               END-IF
               MOVE LK-PARM-JOBID(1:WS-PARM-JOBID-LEN) TO WS-JOB-ID
           ELSE
               DISPLAY "Job ID: "
               ACCEPT WS-JOB-ID
           END-IF.

       1100-GET-PARTITION-COUNT.
           DISPLAY "Number of partitions (1-4, blank = 4): "
           ACCEPT WS-PART-CARD
           IF WS-PART-CARD IS NUMERIC
              AND WS-PART-CARD >= "1" AND WS-PART-CARD <= "4"
               MOVE WS-PART-CARD TO WS-PART-COUNT
           ELSE
               MOVE WS-PART-MAX TO WS-PART-COUNT
           END-IF.

      * First pass: each source's record count, header to the
      * record before the next header.
       2000-COUNT-SOURCES.
           OPEN INPUT TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "Unable to open transaction file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CUR-SOURCE
           PERFORM 2200-FIND-OR-ADD-SOURCE
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PASS1-READ
                       PERFORM 2100-COUNT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

       2100-COUNT-ONE-RECORD.
           IF TRAN-TYPE-HEADER
               MOVE TRAN-HDR-SOURCE-ID TO WS-CUR-SOURCE
               PERFORM 2200-FIND-OR-ADD-SOURCE
           END-IF
           IF WS-CUR-IX > 0
               ADD 1 TO WS-SRC-RECORDS (WS-CUR-IX)
           ELSE
               ADD 1 TO WS-OVERFLOW-RECS
           END-IF.

      * A source past the table's capacity cannot be balanced: it
      * rides with partition 1, and the log says so.
       2200-FIND-OR-ADD-SOURCE.
           PERFORM 2210-SEARCH-SOURCE
           IF WS-SRC-FOUND-IX > 0
               MOVE WS-SRC-FOUND-IX TO WS-CUR-IX
           ELSE
               IF WS-SRC-COUNT < WS-SRC-MAX
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-CUR-IX
                   MOVE WS-CUR-SOURCE TO WS-SRC-SOURCE (WS-CUR-IX)
                   MOVE 0 TO WS-SRC-RECORDS (WS-CUR-IX)
                   MOVE 0 TO WS-SRC-PART (WS-CUR-IX)
               ELSE
                   DISPLAY "Source table full, " WS-CUR-SOURCE
                       " goes to partition 1"
                   MOVE 0 TO WS-CUR-IX
               END-IF
           END-IF.

       2210-SEARCH-SOURCE.
           MOVE 0 TO WS-SRC-FOUND-IX
           PERFORM 2220-CHECK-ONE-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
                  OR WS-SRC-FOUND-IX > 0.

       2220-CHECK-ONE-SOURCE.
           IF WS-SRC-SOURCE (WS-SRC-IX) = WS-CUR-SOURCE
               MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
           END-IF.

      * Headerless records, and sources past the table, are pinned
      * to partition 1; then the largest remaining source goes to
      * the lightest partition until every source has one. Ties go
      * to the earlier source and the lower partition, so the same
      * file always splits the same way.
       3000-ASSIGN-PARTITIONS.
           MOVE 1 TO WS-SRC-PART (1)
           ADD WS-SRC-RECORDS (1) TO WS-PART-LOAD (1)
           ADD WS-OVERFLOW-RECS TO WS-PART-LOAD (1)
           IF WS-SRC-RECORDS (1) > 0
               ADD 1 TO WS-PART-SOURCES (1)
           END-IF
           PERFORM 3100-ASSIGN-HEAVIEST
               VARYING WS-SRC-IX FROM 2 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT.

       3100-ASSIGN-HEAVIEST.
           MOVE 0 TO WS-SRC-PICK-IX
           MOVE 0 TO WS-PICK-RECORDS
           PERFORM 3110-CHECK-HEAVIER
               VARYING WS-SRC-FOUND-IX FROM 2 BY 1
               UNTIL WS-SRC-FOUND-IX > WS-SRC-COUNT
           MOVE 1 TO WS-PART-LIGHT-IX
           PERFORM 3120-CHECK-LIGHTER
               VARYING WS-PART-IX FROM 2 BY 1
               UNTIL WS-PART-IX > WS-PART-COUNT
           IF WS-SRC-PICK-IX > 0
               MOVE WS-PART-LIGHT-IX TO WS-SRC-PART (WS-SRC-PICK-IX)
               ADD WS-SRC-RECORDS (WS-SRC-PICK-IX)
                   TO WS-PART-LOAD (WS-PART-LIGHT-IX)
               ADD 1 TO WS-PART-SOURCES (WS-PART-LIGHT-IX)
           END-IF.

       3110-CHECK-HEAVIER.
           IF WS-SRC-PART (WS-SRC-FOUND-IX) = 0
               IF WS-SRC-PICK-IX = 0
                  OR WS-SRC-RECORDS (WS-SRC-FOUND-IX) > WS-PICK-RECORDS
                   MOVE WS-SRC-FOUND-IX TO WS-SRC-PICK-IX
                   MOVE WS-SRC-RECORDS (WS-SRC-FOUND-IX)
                       TO WS-PICK-RECORDS
               END-IF
           END-IF.

       3120-CHECK-LIGHTER.
           IF WS-PART-LOAD (WS-PART-IX)
              < WS-PART-LOAD (WS-PART-LIGHT-IX)
               MOVE WS-PART-IX TO WS-PART-LIGHT-IX
           END-IF.

      * Second pass: every record to its source's partition. The
      * control file is opened first - without it the merge could
      * never prove the split, so there is no point writing the
      * partitions.
       4000-ROUTE-RECORDS.
           OPEN EXTEND CTL-FILE
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT CTL-FILE
           END-IF
           IF NOT WS-CTL-OK
               DISPLAY "Unable to open control-total file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TRAN-STATUS
           OPEN INPUT TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "Unable to open transaction file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE CTL-FILE
               STOP RUN
           END-IF
           PERFORM 4010-OPEN-PARTITIONS
           MOVE 1 TO WS-CUR-PART
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PASS2-READ
                       PERFORM 4100-ROUTE-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE
           CLOSE PART1-FILE
           CLOSE PART2-FILE
           CLOSE PART3-FILE
           CLOSE PART4-FILE
           IF WS-WRITE-FAILED
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE CTL-FILE
               STOP RUN
           END-IF.

       4010-OPEN-PARTITIONS.
           OPEN OUTPUT PART1-FILE
           OPEN OUTPUT PART2-FILE
           OPEN OUTPUT PART3-FILE
           OPEN OUTPUT PART4-FILE
           IF NOT WS-PART1-OK OR NOT WS-PART2-OK
              OR NOT WS-PART3-OK OR NOT WS-PART4-OK
               DISPLAY "Unable to open partition files: "
                   WS-PART1-STATUS " " WS-PART2-STATUS " "
                   WS-PART3-STATUS " " WS-PART4-STATUS
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE TRAN-FILE
               CLOSE CTL-FILE
               STOP RUN
           END-IF.

      * A header picks the partition; everything up to the next
      * header follows it. A source not in the table was past its
      * capacity and rides with partition 1.
       4100-ROUTE-ONE-RECORD.
           IF TRAN-TYPE-HEADER
               MOVE TRAN-HDR-SOURCE-ID TO WS-CUR-SOURCE
               PERFORM 2210-SEARCH-SOURCE
               IF WS-SRC-FOUND-IX > 0
                   MOVE WS-SRC-PART (WS-SRC-FOUND-IX) TO WS-CUR-PART
               ELSE
                   MOVE 1 TO WS-CUR-PART
               END-IF
           END-IF
           ADD 1 TO WS-PART-ROUTED (WS-CUR-PART)
           EVALUATE WS-CUR-PART
               WHEN 1
                   WRITE PART1-RECORD FROM TRAN-RECORD
                   IF WS-PART1-OK
                       ADD 1 TO WS-PART-WRITTEN (1)
                   ELSE
                       PERFORM 4200-WRITE-FAILURE
                   END-IF
               WHEN 2
                   WRITE PART2-RECORD FROM TRAN-RECORD
                   IF WS-PART2-OK
                       ADD 1 TO WS-PART-WRITTEN (2)
                   ELSE
                       PERFORM 4200-WRITE-FAILURE
                   END-IF
               WHEN 3
                   WRITE PART3-RECORD FROM TRAN-RECORD
                   IF WS-PART3-OK
                       ADD 1 TO WS-PART-WRITTEN (3)
                   ELSE
                       PERFORM 4200-WRITE-FAILURE
                   END-IF
               WHEN 4
                   WRITE PART4-RECORD FROM TRAN-RECORD
                   IF WS-PART4-OK
                       ADD 1 TO WS-PART-WRITTEN (4)
                   ELSE
                       PERFORM 4200-WRITE-FAILURE
                   END-IF
           END-EVALUATE.

      * A partition short a record would fail its balance at the
      * merge; the split is failed now instead.
       4200-WRITE-FAILURE.
           IF NOT WS-WRITE-FAILED
               DISPLAY "Unable to write partition " WS-CUR-PART
                   " record " WS-PASS2-READ
           END-IF
           SET WS-WRITE-FAILED TO TRUE.

       5000-WRITE-CONTROL-TOTALS.
           PERFORM 5010-WRITE-PARTITION-TOTALS
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WS-PART-MAX
           CLOSE CTL-FILE.

       5010-WRITE-PARTITION-TOTALS.
           MOVE SPACES TO CTL-RECORD
           MOVE "DTVALSPL" TO CTL-PROGRAM
           MOVE WS-CURRENT-DATE TO CTL-RUN-DATE
           MOVE WS-JOB-ID TO CTL-JOB-ID
           MOVE WS-PART-ROUTED (WS-PART-IX) TO CTL-RECS-IN
           MOVE WS-PART-WRITTEN (WS-PART-IX) TO CTL-RECS-OUT
           MOVE 0 TO CTL-RECS-REJECTED
           MOVE 0 TO CTL-RECS-HELD
           MOVE 0 TO CTL-RECS-QUEUED
           MOVE WS-PART-IX TO CTL-PARTITION
           MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
           WRITE CTL-RECORD
           IF NOT WS-CTL-OK
               DISPLAY "Unable to write control-total record"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
           END-IF.

       5100-DISPLAY-PARTITION.
           DISPLAY "Partition " WS-PART-IX ": sources "
               WS-PART-SOURCES (WS-PART-IX) " records "
               WS-PART-WRITTEN (WS-PART-IX)
           PERFORM 5110-DISPLAY-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT.

       5110-DISPLAY-SOURCE.
           IF WS-SRC-PART (WS-SRC-IX) = WS-PART-IX
              AND WS-SRC-RECORDS (WS-SRC-IX) > 0
               IF WS-SRC-SOURCE (WS-SRC-IX) = SPACES
                   MOVE "(none)" TO WS-SRC-DISPLAY
               ELSE
                   MOVE WS-SRC-SOURCE (WS-SRC-IX) TO WS-SRC-DISPLAY
               END-IF
               DISPLAY "  source " WS-SRC-DISPLAY " records "
                   WS-SRC-RECORDS (WS-SRC-IX)
           END-IF.
