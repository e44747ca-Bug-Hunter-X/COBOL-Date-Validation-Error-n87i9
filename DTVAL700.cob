      * Any unconsumed or short-loaded cycle ends the step with an
      * abort-level condition code so the scheduler pages before the
      * next night's run appends on top of an unconsumed feed.
      * A cycle the night backout utility has backed out is reported
      * as such and dropped - there is nothing left for settlement
      * to load.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-CYC-RUN-DATE     PIC 9(8).
               10  WS-CYC-JOB-ID       PIC X(8).
               10  WS-CYC-WRITTEN      PIC 9(9).
               10  WS-CYC-BACKOUT-SW   PIC X(1).
                   88  WS-CYC-BACKED-OUT      VALUE "B".

       01  WS-ACK-LIMITS.
           05  WS-ACK-MAX              PIC 9(4) COMP VALUE 500.
           05  WS-CYCLES-CONSUMED      PIC 9(9) VALUE 0.
           05  WS-CYCLES-UNCONSUMED    PIC 9(9) VALUE 0.
           05  WS-CYCLES-SHORT         PIC 9(9) VALUE 0.
           05  WS-CYCLES-BACKED-OUT    PIC 9(9) VALUE 0.
           05  WS-ACKS-STRAY           PIC 9(9) VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-PAGE-COUNT           PIC 9(5) VALUE 0.
           DISPLAY "Cycles consumed:    " WS-CYCLES-CONSUMED
           DISPLAY "Cycles unconsumed:  " WS-CYCLES-UNCONSUMED
           DISPLAY "Cycles short/over:  " WS-CYCLES-SHORT
           DISPLAY "Cycles backed out:  " WS-CYCLES-BACKED-OUT
           DISPLAY "Stray acks:         " WS-ACKS-STRAY
           IF WS-ACKS-STRAY > 0
               MOVE WS-RC-ACK-STRAY TO RETURN-CODE
           IF WS-CYC-FOUND-IX > 0
               ADD CYC-RECS-WRITTEN
                   TO WS-CYC-WRITTEN (WS-CYC-FOUND-IX)
               IF CYC-BACKED-OUT
                   SET WS-CYC-BACKED-OUT (WS-CYC-FOUND-IX) TO TRUE
               END-IF
           ELSE
               IF WS-CYC-COUNT >= WS-CYC-MAX
                   DISPLAY "Cycle table full, record dropped: "
                   MOVE CYC-JOB-ID TO WS-CYC-JOB-ID (WS-CYC-COUNT)
                   MOVE CYC-RECS-WRITTEN
                       TO WS-CYC-WRITTEN (WS-CYC-COUNT)
                   MOVE CYC-BACKOUT-SW
                       TO WS-CYC-BACKOUT-SW (WS-CYC-COUNT)
               END-IF
           END-IF.

           MOVE WS-CYC-RUN-DATE (WS-CYC-IX) TO WS-DTL-RUN-DATE
           MOVE WS-CYC-JOB-ID (WS-CYC-IX) TO WS-DTL-JOB-ID
           MOVE WS-CYC-WRITTEN (WS-CYC-IX) TO WS-DTL-WRITTEN
           IF WS-CYC-BACKED-OUT (WS-CYC-IX)
               PERFORM 2050-REPORT-BACKED-OUT
           ELSE
               IF WS-ACK-FOUND-IX = 0
                   ADD 1 TO WS-CYCLES-UNCONSUMED
                   MOVE 0 TO WS-DTL-LOADED
                   MOVE "NOT CONSUMED" TO WS-DTL-STATUS
                   PERFORM 2200-REPORT-CYCLE
                   PERFORM 2300-CARRY-CYCLE-FORWARD
               ELSE
                   SET WS-ACK-USED (WS-ACK-FOUND-IX) TO TRUE
                   MOVE WS-ACK-TAB-LOADED (WS-ACK-FOUND-IX)
                       TO WS-DTL-LOADED
                   IF WS-ACK-TAB-LOADED (WS-ACK-FOUND-IX)
                           = WS-CYC-WRITTEN (WS-CYC-IX)
                       ADD 1 TO WS-CYCLES-CONSUMED
                       MOVE "CONSUMED" TO WS-DTL-STATUS
                       PERFORM 2200-REPORT-CYCLE
                   ELSE
                       ADD 1 TO WS-CYCLES-SHORT
                       IF WS-ACK-TAB-LOADED (WS-ACK-FOUND-IX)
                               < WS-CYC-WRITTEN (WS-CYC-IX)
                           MOVE "SHORT LOADED" TO WS-DTL-STATUS
                       ELSE
                           MOVE "OVER LOADED" TO WS-DTL-STATUS
                       END-IF
                       PERFORM 2200-REPORT-CYCLE
                   END-IF
               END-IF
           END-IF.

      * A backed-out cycle's records are gone from the validated
      * feed: it is reported and dropped, never carried forward. If
      * settlement acknowledged it anyway it loaded a feed this shop
      * withdrew - raised at the abort level, like a short load.
       2050-REPORT-BACKED-OUT.
           IF WS-ACK-FOUND-IX = 0
               ADD 1 TO WS-CYCLES-BACKED-OUT
               MOVE 0 TO WS-DTL-LOADED
               MOVE "BACKED OUT" TO WS-DTL-STATUS
           ELSE
               SET WS-ACK-USED (WS-ACK-FOUND-IX) TO TRUE
               ADD 1 TO WS-CYCLES-SHORT
               MOVE WS-ACK-TAB-LOADED (WS-ACK-FOUND-IX)
                   TO WS-DTL-LOADED
               MOVE "LOADED, BACKED OUT" TO WS-DTL-STATUS
           END-IF
           PERFORM 2200-REPORT-CYCLE.

       2100-FIND-ACK.
           MOVE 0 TO WS-ACK-FOUND-IX
           MOVE 1 TO WS-ACK-IX
               WS-CYCLES-SHORT
               "  STRAY ACKS "
               WS-ACKS-STRAY
               "  BACKED OUT "
               WS-CYCLES-BACKED-OUT
               DELIMITED BY SIZE
               INTO REPT-RECORD
           WRITE REPT-RECORD
