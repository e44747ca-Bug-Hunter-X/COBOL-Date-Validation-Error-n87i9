           05  FILLER                  PIC X(13).

       COPY "cpyautl.cpy".
       COPY "cpychnl.cpy".

       PROCEDURE DIVISION.
       0000-MAIN.
               CLOSE EXP-FILE
               STOP RUN
           END-IF
      * The maintenance audit is chained (DTVALCHN): find where it
      * ends before appending, so tonight's records carry on its
      * sequence numbers and chain.
           SET DTCHN-FIND-MAUD-END TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           IF NOT DTCHN-OK
               DISPLAY "Maintenance audit end unreadable, chain "
                   "restarts"
           END-IF
           OPEN EXTEND MAUD-FILE
           IF WS-MAUD-STATUS = "35"
               OPEN OUTPUT MAUD-FILE
           MOVE EXP-RECORD TO MAUD-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE TO MAUD-TIMESTAMP
           MOVE WS-MAINT-USER TO MAUD-USER
           PERFORM 2910-CHAIN-MAINT-AUDIT
           WRITE MAUD-RECORD
           IF NOT WS-MAUD-OK
               DISPLAY "Unable to write maintenance audit record"
           ELSE
               MOVE MAUD-SEQ-NO TO DTCHN-LAST-SEQ
               MOVE DTCHN-CHAIN-OUT TO DTCHN-PREV-CHAIN
           END-IF.

      * Next sequence number, and the chain value over the record
      * with the chain value itself zero.
       2910-CHAIN-MAINT-AUDIT.
           ADD 1 TO DTCHN-LAST-SEQ GIVING MAUD-SEQ-NO
           MOVE 0 TO MAUD-CHAIN-VALUE
           MOVE MAUD-RECORD TO DTCHN-RECORD
           MOVE LENGTH OF MAUD-RECORD TO DTCHN-RECORD-LENGTH
           SET DTCHN-COMPUTE TO TRUE
           CALL "DTVALCHN" USING DTCHN-LINKAGE
           MOVE DTCHN-CHAIN-OUT TO MAUD-CHAIN-VALUE.
