      * field = whole percentage points, default 5) against the
      * prior month. SYSIN card 1: report month YYYYMM (blank = the
      * month before the current date, the normal month-end case).
      * Records of a run the night backout utility has backed out
      * are skipped - that night's figures never happened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Month aggregates: subscript 1 = report month, 2 = prior.
      * Reason subscripts follow the report rows: 1=10 cutoff,
      * 2=20 malformed, 3=21 month, 4=22 day, 5=23 non-business,
      * 6=30 time, 7=50 duplicate, 8=70 amount over the source
      * profile's maximum, 9=71 account not on file, 10=72 account
      * closed, 11=73 account frozen, 12=80 original not found,
      * 13=81 original rejected/queued/reversal, 14=82 already
      * reversed, 15=83 over original amount, 16=84 reversal
      * without ID.
       01  WS-AGG-AREA.
           05  WS-AGG-MONTH OCCURS 2 TIMES.
               10  WS-AGG-RUNS         PIC 9(5).
               10  WS-AGG-READ         PIC 9(11).
               10  WS-AGG-PASSED       PIC 9(11).
               10  WS-AGG-REJ          PIC 9(11) OCCURS 16 TIMES.
               10  WS-AGG-AMT-PASSED   PIC 9(15)V99.
               10  WS-AGG-AMT-REJ      PIC 9(15)V99.
               10  WS-AGG-AMT-REV      PIC 9(15)V99.
               10  WS-AGG-MISSED       PIC 9(5).

       01  WS-RATE-WORK.
           05  WS-MONTH-IX             PIC 9(1).
           05  WS-REASON-IX            PIC 9(2).
           05  WS-CUR-RATE             PIC 9(3)V99.
           05  WS-PRIOR-RATE           PIC 9(3)V99.
           05  WS-RATE-DIFF            PIC S9(3)V99.
           05  FILLER  PIC X(23) VALUE "23 NOT A BUSINESS DAY  ".
           05  FILLER  PIC X(23) VALUE "30 TIME OUT OF RANGE   ".
           05  FILLER  PIC X(23) VALUE "50 DUPLICATE TRAN ID   ".
           05  FILLER  PIC X(23) VALUE "70 AMOUNT OVER MAXIMUM ".
           05  FILLER  PIC X(23) VALUE "71 ACCOUNT NOT ON FILE ".
           05  FILLER  PIC X(23) VALUE "72 ACCOUNT CLOSED      ".
           05  FILLER  PIC X(23) VALUE "73 ACCOUNT FROZEN      ".
           05  FILLER  PIC X(23) VALUE "80 ORIGINAL NOT FOUND  ".
           05  FILLER  PIC X(23) VALUE "81 ORIG NOT ACCEPTED   ".
           05  FILLER  PIC X(23) VALUE "82 ALREADY REVERSED    ".
           05  FILLER  PIC X(23) VALUE "83 OVER ORIGINAL AMOUNT".
           05  FILLER  PIC X(23) VALUE "84 REVERSAL HAS NO ID  ".
       01  WS-REASON-LABELS REDEFINES WS-REASON-LABELS-VALUES.
           05  WS-REASON-LABEL         PIC X(23) OCCURS 16 TIMES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(34)

      * Value totals: dollars that passed and dollars rejected per
      * month, so the trend shows value at risk alongside the
      * record-count rates, and the dollars reversed.
       01  WS-VALUE-LINE.
           05  WS-VAL-LABEL            PIC X(23).
           05  WS-VAL-CUR-AMT          PIC Z(13)9.99.
                   AT END
                       SET WS-STAT-EOF TO TRUE
                   NOT AT END
                       IF NOT STAT-BACKED-OUT
                           PERFORM 2100-AGGREGATE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STAT-FILE.
               ADD STAT-REJ-NON-BUS TO WS-AGG-REJ (WS-MONTH-IX 5)
               ADD STAT-REJ-TIME TO WS-AGG-REJ (WS-MONTH-IX 6)
               ADD STAT-REJ-DUP TO WS-AGG-REJ (WS-MONTH-IX 7)
               IF STAT-REJ-AMOUNT IS NUMERIC
                   ADD STAT-REJ-AMOUNT TO WS-AGG-REJ (WS-MONTH-IX 8)
               END-IF
               IF STAT-REJ-ACCT-UNKNOWN IS NUMERIC
                   ADD STAT-REJ-ACCT-UNKNOWN
                       TO WS-AGG-REJ (WS-MONTH-IX 9)
               END-IF
               IF STAT-REJ-ACCT-CLOSED IS NUMERIC
                   ADD STAT-REJ-ACCT-CLOSED
                       TO WS-AGG-REJ (WS-MONTH-IX 10)
               END-IF
               IF STAT-REJ-ACCT-FROZEN IS NUMERIC
                   ADD STAT-REJ-ACCT-FROZEN
                       TO WS-AGG-REJ (WS-MONTH-IX 11)
               END-IF
               IF STAT-AMT-PASSED IS NUMERIC
                   ADD STAT-AMT-PASSED
                       TO WS-AGG-AMT-PASSED (WS-MONTH-IX)
                   ADD STAT-AMT-REJECTED
                       TO WS-AGG-AMT-REJ (WS-MONTH-IX)
               END-IF
               IF STAT-REJ-REV-NOT-FOUND IS NUMERIC
                   ADD STAT-REJ-REV-NOT-FOUND
                       TO WS-AGG-REJ (WS-MONTH-IX 12)
               END-IF
               IF STAT-REJ-REV-NOT-ACCEPT IS NUMERIC
                   ADD STAT-REJ-REV-NOT-ACCEPT
                       TO WS-AGG-REJ (WS-MONTH-IX 13)
               END-IF
               IF STAT-REJ-REV-REVERSED IS NUMERIC
                   ADD STAT-REJ-REV-REVERSED
                       TO WS-AGG-REJ (WS-MONTH-IX 14)
               END-IF
               IF STAT-REJ-REV-OVER-AMT IS NUMERIC
                   ADD STAT-REJ-REV-OVER-AMT
                       TO WS-AGG-REJ (WS-MONTH-IX 15)
               END-IF
               IF STAT-REJ-REV-NO-ID IS NUMERIC
                   ADD STAT-REJ-REV-NO-ID
                       TO WS-AGG-REJ (WS-MONTH-IX 16)
               END-IF
               IF STAT-AMT-REVERSAL IS NUMERIC
                   ADD STAT-AMT-REVERSAL
                       TO WS-AGG-AMT-REV (WS-MONTH-IX)
               END-IF
               IF STAT-MISSING
                   ADD 1 TO WS-AGG-MISSED (WS-MONTH-IX)
               END-IF
           WRITE REPT-RECORD
           PERFORM 3100-WRITE-REASON-LINE
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > 16
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-AGG-READ (1) TO WS-TOT-CUR-READ
           MOVE WS-AGG-AMT-REJ (2) TO WS-VAL-PRIOR-AMT
           MOVE WS-VALUE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE "VALUE REVERSED" TO WS-VAL-LABEL
           MOVE WS-AGG-AMT-REV (1) TO WS-VAL-CUR-AMT
           MOVE WS-AGG-AMT-REV (2) TO WS-VAL-PRIOR-AMT
           MOVE WS-VALUE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-AGG-MISSED (1) TO WS-MIS-CUR
           MOVE WS-AGG-MISSED (2) TO WS-MIS-PRIOR
           MOVE WS-MISSED-LINE TO REPT-RECORD
