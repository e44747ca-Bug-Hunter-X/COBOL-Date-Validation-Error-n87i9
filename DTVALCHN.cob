       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVALCHN.

      * Shared audit-trail chaining subprogram (linkage cpychnl.cpy).
      * The rejection audit trail and the maintenance audit file are
      * append-only sequential files; on their own nothing would
      * show a record removed, edited or reordered. Each record now
      * carries a gap-free sequence number and a chain value built
      * from the previous record's chain value and the record's own
      * bytes, so every writer - and the verification run, DTVAL410 -
      * computes it here, the one way:
      *   chain = (chain * 31 + byte value + byte position)
      *           modulo 9999999967
      * over each byte of the record in turn, starting from the
      * previous record's chain value (zero before the first record).
      * Byte values are taken through a halfword whose high-order
      * byte is binary zero. Functions A and M read the file to its
      * end so the caller knows where the trail stands before it
      * appends; C computes one record's value.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDITFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MAUD-FILE ASSIGN TO MNTAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "cpyaudrc.cpy".

       FD  MAUD-FILE
           RECORDING MODE IS F.
           COPY "cpymaud.cpy".

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-AUDIT-STATUS     PIC X(2).
               88  WS-AUDIT-OK            VALUE "00".
               88  WS-AUDIT-EOF           VALUE "10".
           05  WS-MAUD-STATUS      PIC X(2).
               88  WS-MAUD-OK             VALUE "00".
               88  WS-MAUD-EOF            VALUE "10".

       01  WS-CHAIN-MODULUS            PIC 9(10) VALUE 9999999967.
       01  WS-CHAIN-MULTIPLIER         PIC 9(2) VALUE 31.

       01  WS-CHAIN-WORK.
           05  WS-CHAIN                PIC 9(10).
           05  WS-CHAIN-PRODUCT        PIC 9(13).
           05  WS-CHAIN-QUOT           PIC 9(13).
           05  WS-BYTE-IX              PIC 9(4) COMP.

       01  WS-BYTE-HALFWORD.
           05  WS-BYTE-HIGH            PIC X(1).
           05  WS-BYTE-LOW             PIC X(1).
       01  WS-BYTE-VALUE REDEFINES WS-BYTE-HALFWORD
                                       PIC 9(4) COMP.

       LINKAGE SECTION.
       COPY "cpychnl.cpy".

       PROCEDURE DIVISION USING DTCHN-LINKAGE.
       0000-MAIN.
           MOVE 00 TO DTCHN-RETURN-CODE
           EVALUATE TRUE
               WHEN DTCHN-FIND-AUDIT-END
                   PERFORM 1000-FIND-AUDIT-END
               WHEN DTCHN-FIND-MAUD-END
                   PERFORM 1100-FIND-MAUD-END
               WHEN DTCHN-COMPUTE
                   PERFORM 2000-COMPUTE-CHAIN
           END-EVALUATE
           GOBACK.

      * Status 35 is a trail not yet begun. A last record without a
      * numeric sequence number predates the chaining: the chain
      * starts afresh after it.
       1000-FIND-AUDIT-END.
           MOVE 0 TO DTCHN-LAST-SEQ
           MOVE 0 TO DTCHN-PREV-CHAIN
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               GOBACK
           END-IF
           IF NOT WS-AUDIT-OK
               MOVE 10 TO DTCHN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AUDIT-SEQ-NO IS NUMERIC
                          AND AUDIT-CHAIN-VALUE IS NUMERIC
                           MOVE AUDIT-SEQ-NO TO DTCHN-LAST-SEQ
                           MOVE AUDIT-CHAIN-VALUE TO DTCHN-PREV-CHAIN
                       ELSE
                           MOVE 0 TO DTCHN-LAST-SEQ
                           MOVE 0 TO DTCHN-PREV-CHAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE
           MOVE SPACES TO WS-AUDIT-STATUS.

       1100-FIND-MAUD-END.
           MOVE 0 TO DTCHN-LAST-SEQ
           MOVE 0 TO DTCHN-PREV-CHAIN
           OPEN INPUT MAUD-FILE
           IF WS-MAUD-STATUS = "35"
               GOBACK
           END-IF
           IF NOT WS-MAUD-OK
               MOVE 10 TO DTCHN-RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-MAUD-EOF
               READ MAUD-FILE
                   AT END
                       SET WS-MAUD-EOF TO TRUE
                   NOT AT END
                       IF MAUD-SEQ-NO IS NUMERIC
                          AND MAUD-CHAIN-VALUE IS NUMERIC
                           MOVE MAUD-SEQ-NO TO DTCHN-LAST-SEQ
                           MOVE MAUD-CHAIN-VALUE TO DTCHN-PREV-CHAIN
                       ELSE
                           MOVE 0 TO DTCHN-LAST-SEQ
                           MOVE 0 TO DTCHN-PREV-CHAIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAUD-FILE
           MOVE SPACES TO WS-MAUD-STATUS.

       2000-COMPUTE-CHAIN.
           MOVE DTCHN-PREV-CHAIN TO WS-CHAIN
           MOVE LOW-VALUES TO WS-BYTE-HIGH
           PERFORM 2010-CHAIN-ONE-BYTE
               VARYING WS-BYTE-IX FROM 1 BY 1
               UNTIL WS-BYTE-IX > DTCHN-RECORD-LENGTH
           MOVE WS-CHAIN TO DTCHN-CHAIN-OUT.

       2010-CHAIN-ONE-BYTE.
           MOVE DTCHN-RECORD (WS-BYTE-IX:1) TO WS-BYTE-LOW
           COMPUTE WS-CHAIN-PRODUCT
               = WS-CHAIN * WS-CHAIN-MULTIPLIER
               + WS-BYTE-VALUE + WS-BYTE-IX
           DIVIDE WS-CHAIN-PRODUCT BY WS-CHAIN-MODULUS
               GIVING WS-CHAIN-QUOT REMAINDER WS-CHAIN.
