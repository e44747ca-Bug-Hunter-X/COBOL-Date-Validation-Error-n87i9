           END-IF
           MOVE WS-DATE-COMP TO DTVAL-CUTOFF-IN
           MOVE WS-BUSINESS-DATE TO DTVAL-BUS-DATE-IN
           MOVE SPACE TO DTVAL-CAL-MODE-IN
           CALL "DTVALSUB" USING DTVAL-LINKAGE
           EVALUATE TRUE
               WHEN DTVAL-VALID
