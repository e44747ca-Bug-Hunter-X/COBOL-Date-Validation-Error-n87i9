      * in/out counts, and the balancing step (DTVAL800) cross-foots
      * them every night: details edited by the validation run must
      * equal validated writes plus audit rejects plus warehouse
      * holds plus items parked on the high-value review queue, and
      * the release job's input must equal its releases
      * plus carry-forwards. Counts cover the records the execution
      * actually processed - a checkpoint restart's execution counts
      * only what it processed after the restart point, and the
           05  CTL-RECS-REJECTED       PIC 9(9).
           05  CTL-RECS-HELD           PIC 9(9).
           05  CTL-TIMESTAMP           PIC X(21).
      * Details parked on the high-value review queue (DTVAL100
      * only; spaces on records from the other programs).
           05  CTL-RECS-QUEUED         PIC 9(9).
      * B on a DTVAL100 record whose execution the night backout
      * utility (DTVALBKO) has backed out; the balancing step skips
      * it.
           05  CTL-BACKOUT-SW          PIC X(1).
               88  CTL-BACKED-OUT             VALUE "B".
      * Partition number (1-4) on the split's records (DTVALSPL, one
      * per partition: records routed to it in RECS-IN and written
      * in RECS-OUT) and on a partition's own DTVAL100 records; space
      * otherwise. The merge (DTVALMRG) proves each partition read
      * exactly what the split gave it.
           05  CTL-PARTITION           PIC X(1).
           05  FILLER                  PIC X(8).
