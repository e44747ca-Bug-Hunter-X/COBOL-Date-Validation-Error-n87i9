           MOVE TRAN-DATE TO DTVAL-DATE-IN
           MOVE WS-DATE-COMP TO DTVAL-CUTOFF-IN
           MOVE WS-BUSINESS-DATE TO DTVAL-BUS-DATE-IN
           MOVE SPACE TO DTVAL-CAL-MODE-IN
           CALL "DTVALSUB" USING DTVAL-LINKAGE
           IF DTVAL-REASON-AFTER-CUTOFF
               PERFORM 2200-CARRY-FORWARD
               MOVE WS-RELEASED TO CTL-RECS-OUT
               MOVE 0 TO CTL-RECS-REJECTED
               MOVE WS-STILL-HELD TO CTL-RECS-HELD
               MOVE 0 TO CTL-RECS-QUEUED
               MOVE FUNCTION CURRENT-DATE TO CTL-TIMESTAMP
               WRITE CTL-RECORD
               IF NOT WS-CTL-OK
