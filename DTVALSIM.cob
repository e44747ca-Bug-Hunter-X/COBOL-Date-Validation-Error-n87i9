       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVALSIM.

      * What-if simulation of a proposed cutoff or calendar change
      * against a real night's transaction file. Before anyone
      * confirms a CUTOFF change in DTVALMNT or loads a holiday year
      * through DTVALCAL, this step replays the chosen TRANFILE
      * through the same DTVALSUB date edit twice - once under the
      * cutoff, business-date override and calendar in force, once
      * under the proposed values - and reports every transaction
      * whose outcome would change (valid to held, valid to reject
      * 23, held to valid, ...), in count and dollars, by reason and
      * by source, with a sample of the affected items for the
      * second, confirming user to look at.
      * Each batch is edited the way DTVAL100 edits it: the header
      * source's profile supplies the hold option, time-zone offset,
      * amount ceiling and cutoff (a source on its own cutoff type
      * is not moved by a CUTOFF proposal), a reversal is never
      * held, a clean date still has to pass the time edit, and a
      * clean item over REVIEWAM goes to the review queue. The
      * duplicate, account and reversal-history edits are not
      * replayed - they read files the night changes and do not
      * depend on the cutoff or calendar - so an item they would
      * reject is counted under its date outcome.
      * Proposed values come from SYSIN, or with card 2 PEND from
      * what is staged on the dual-control pending file (a CHG of
      * CUTOFF, a DEL of WEEKRULE); a SYSIN value given as well
      * overrides the staged one. Proposed holidays are the holiday
      * card deck DTVALCAL would load (HOLFILE, same layout). The
      * calendar is proposed to DTVALSUB through DTVAL-CAL-MODE-IN;
      * the calendar, parameter and pending files are only ever
      * read, and nothing is written but the report.
      * SYSIN cards:
      *   card 1  night to simulate YYYYMMDD - the date an
      *           effective-dated cutoff successor is judged
      *           against (blank = today)
      *   card 2  PEND = start from the staged pending entries
      *           (blank = SYSIN values only)
      *   card 3  proposed shop cutoff YYYYMMDD (blank = unchanged)
      *   card 4  proposed business-date override YYYYMMDD, or NONE
      *           to remove the override (blank = unchanged)
      *   card 5  proposed weekly rule, seven Y/N flags Monday
      *           through Sunday, or DELETE (blank = unchanged)
      *   card 6  most affected transactions to list (blank = 50,
      *           at most 200)
      * Condition codes:
      *    0 = the proposal changes no outcome
      *    4 = outcomes change - read the report before confirming
      *    8 = nothing proposed (nothing staged, no SYSIN values, no
      *        holiday cards); the report shows the night as it is
      *   12 = a required file would not open, or there is no usable
      *        CUTOFF parameter to compare against

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE ASSIGN TO TRANFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PARM-FILE ASSIGN TO PARMFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARM-CUTOFF-TYPE
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PRF-FILE ASSIGN TO PRFFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-SOURCE-ID
               FILE STATUS IS WS-PRF-STATUS.

           SELECT PEND-FILE ASSIGN TO PENDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT HOL-FILE ASSIGN TO HOLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT REPT-FILE ASSIGN TO REPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           RECORDING MODE IS F.
           COPY "cpytranr.cpy".

       FD  PARM-FILE.
           COPY "cpyparmr.cpy".

       FD  PRF-FILE.
           COPY "cpyprfr.cpy".

       FD  PEND-FILE.
           COPY "cpypendr.cpy".

       FD  CAL-FILE.
           COPY "cpycalr.cpy".

       FD  HOL-FILE
           RECORDING MODE IS F.
       01  HOL-RECORD.
           05  HOL-DATE                PIC X(8).
           05  HOL-DATE-NUM REDEFINES HOL-DATE
                                       PIC 9(8).
           05  HOL-DESC                PIC X(20).
           05  HOL-USER                PIC X(8).
           05  FILLER                  PIC X(44).

       FD  REPT-FILE
           RECORDING MODE IS F.
       01  REPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-TRAN-STATUS      PIC X(2).
               88  WS-TRAN-OK             VALUE "00".
               88  WS-TRAN-EOF            VALUE "10".
           05  WS-PARM-STATUS      PIC X(2).
               88  WS-PARM-OK             VALUE "00".
           05  WS-PRF-STATUS       PIC X(2).
               88  WS-PRF-OK              VALUE "00".
               88  WS-PRF-EOF             VALUE "10".
           05  WS-PEND-STATUS      PIC X(2).
               88  WS-PEND-OK             VALUE "00".
           05  WS-CAL-STATUS       PIC X(2).
               88  WS-CAL-OK              VALUE "00".
           05  WS-HOL-STATUS       PIC X(2).
               88  WS-HOL-OK              VALUE "00".
               88  WS-HOL-EOF             VALUE "10".
           05  WS-REPT-STATUS      PIC X(2).
               88  WS-REPT-OK             VALUE "00".
           05  WS-CAL-OPEN-SW      PIC X(1) VALUE "N".
               88  WS-CAL-OPENED          VALUE "Y".
           05  WS-HOLD-OPTION-SW   PIC X(1) VALUE "N".
               88  WS-HOLD-OPTION-ON      VALUE "Y".
           05  WS-PRF-CUTOFF-SW    PIC X(1) VALUE "N".
               88  WS-PRF-CUTOFF-FOUND    VALUE "Y".
           05  WS-BATCH-SW         PIC X(1) VALUE "N".
               88  WS-BATCH-OPEN          VALUE "Y".
               88  WS-BATCH-CLOSED        VALUE "N".
           05  WS-PROPOSED-SW      PIC X(1) VALUE "N".
               88  WS-SOMETHING-PROPOSED  VALUE "Y".
           05  WS-SCN-TIME-SW      PIC X(1).
               88  WS-SCN-TIME-VALID      VALUE "Y".
               88  WS-SCN-TIME-INVALID    VALUE "N".

       01  WS-RC-CHANGES               PIC 9(2) VALUE 4.
       01  WS-RC-NOTHING-PROPOSED      PIC 9(2) VALUE 8.
       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.

       01  WS-CUTOFF-TYPE              PIC X(8) VALUE "CUTOFF".
       01  WS-BUSDATE-TYPE             PIC X(8) VALUE "BUSDATE".
       01  WS-HOLDOPT-TYPE             PIC X(8) VALUE "HOLDOPT".
       01  WS-REVIEWAM-TYPE            PIC X(8) VALUE "REVIEWAM".
       01  WS-WEEKRULE-KEY             PIC X(8) VALUE "WEEKRULE".
       01  WS-DEFAULT-WEEKRULE         PIC X(7) VALUE "YYYYYNN".
       01  WS-APPROVED-SOURCE          PIC X(8) VALUE "DTVALAPR".
       01  WS-OTHERS-SOURCE            PIC X(8) VALUE "*OTHERS*".

       01  WS-CURRENT-DATE-AREA.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

      * SYSIN cards as keyed.
       01  WS-RUN-OPTIONS.
           05  WS-ASOF-DATE            PIC X(8).
           05  WS-ASOF-DATE-NUM REDEFINES WS-ASOF-DATE
                                       PIC 9(8).
           05  WS-PROPOSAL-SOURCE      PIC X(4).
               88  WS-FROM-PENDFILE           VALUE "PEND".
           05  WS-IN-CUTOFF            PIC X(8).
           05  WS-IN-CUTOFF-NUM REDEFINES WS-IN-CUTOFF
                                       PIC 9(8).
           05  WS-IN-BUSDATE           PIC X(8).
           05  WS-IN-BUSDATE-NUM REDEFINES WS-IN-BUSDATE
                                       PIC 9(8).
           05  WS-IN-WEEKRULE          PIC X(7).
           05  WS-IN-WEEKRULE-FLAGS REDEFINES WS-IN-WEEKRULE.
               10  WS-IN-WEEKRULE-FLAG PIC X(1) OCCURS 7 TIMES.
           05  WS-IN-SAMPLE            PIC X(3).
           05  WS-IN-SAMPLE-NUM REDEFINES WS-IN-SAMPLE
                                       PIC 9(3).

      * The two sides of the comparison. Cutoff and business date
      * are the shop values; sources on their own cutoff type keep
      * it on both sides.
       01  WS-SETTINGS.
           05  WS-CUR-CUTOFF           PIC 9(8) VALUE 0.
           05  WS-CUR-BUSDATE          PIC 9(8) VALUE 0.
           05  WS-CUR-WEEKRULE         PIC X(7) VALUE SPACES.
           05  WS-PROP-CUTOFF          PIC 9(8) VALUE 0.
           05  WS-PROP-BUSDATE         PIC 9(8) VALUE 0.
           05  WS-PROP-WEEKRULE-SHOWN  PIC X(7) VALUE SPACES.
           05  WS-SHOP-HOLD-SW         PIC X(1) VALUE "N".
           05  WS-REVIEW-AMOUNT        PIC 9(9)V99 VALUE 0.
           05  WS-STAGED-CUTOFF-USER   PIC X(8) VALUE SPACES.
           05  WS-STAGED-RULE-USER     PIC X(8) VALUE SPACES.
           05  WS-HOL-CARDS-READ       PIC 9(5) VALUE 0.
           05  WS-HOL-CARDS-DROPPED    PIC 9(5) VALUE 0.
           05  WS-WEEKRULE-IX          PIC 9(1).
           05  WS-WEEKRULE-BAD-SW      PIC X(1).
               88  WS-WEEKRULE-BAD            VALUE "Y".

      * Per-source profiles, as DTVAL100 holds them, plus whether the
      * source is edited against the shop cutoff (and so moves with
      * a CUTOFF proposal).
       01  WS-PRF-LIMITS.
           05  WS-PRF-MAX              PIC 9(3) COMP VALUE 50.
           05  WS-PRF-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-PRF-IX               PIC 9(3) COMP.
           05  WS-PRF-FOUND-IX         PIC 9(3) COMP.
       01  WS-PRF-TABLE.
           05  WS-PRF-ENTRY OCCURS 50 TIMES.
               10  WS-PRF-SOURCE       PIC X(8).
               10  WS-PRF-CUTOFF-DATE  PIC 9(8).
               10  WS-PRF-SHOP-CUT-SW  PIC X(1).
                   88  WS-PRF-ON-SHOP-CUTOFF  VALUE "Y".
               10  WS-PRF-HOLD-SW      PIC X(1).
               10  WS-PRF-TZ-OFFSET    PIC S9(4).
               10  WS-PRF-MAX-AMOUNT   PIC 9(9)V99.

      * The batch in flight and the values it is edited under.
       01  WS-BATCH-WORK.
           05  WS-HDR-SOURCE-ID        PIC X(8) VALUE SPACES.
           05  WS-BATCH-CUR-CUTOFF     PIC 9(8).
           05  WS-BATCH-PROP-CUTOFF    PIC 9(8).
           05  WS-TZ-OFFSET            PIC S9(4) VALUE 0.
           05  WS-MAX-AMOUNT           PIC 9(9)V99 VALUE 0.
           05  WS-TRAN-AMOUNT          PIC 9(9)V99.
           05  WS-EDIT-DATE            PIC 9(8).
           05  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
               10  WS-EDIT-CCYY        PIC 9(4).
               10  WS-EDIT-MM          PIC 9(2).
               10  WS-EDIT-DD          PIC 9(2).
           05  WS-EDIT-TIME            PIC 9(6).
           05  WS-EDIT-TIME-PARTS REDEFINES WS-EDIT-TIME.
               10  WS-EDIT-HH          PIC 9(2).
               10  WS-EDIT-MI          PIC 9(2).
               10  WS-EDIT-SS          PIC 9(2).

       01  WS-TZ-WORK.
           05  WS-TZ-MINUTES           PIC S9(5) COMP.
           05  WS-TZ-MAX-DAY           PIC 9(2).
           05  WS-TZ-QUOT              PIC 9(4).
           05  WS-TZ-REM               PIC 9(4).

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 28.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
           05  FILLER                  PIC 9(2) VALUE 30.
           05  FILLER                  PIC 9(2) VALUE 31.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS-TAB       PIC 9(2) OCCURS 12 TIMES.

      * One scenario's edit: the values it runs under and the
      * outcome it reaches, as an index into the outcome rows.
       01  WS-SCENARIO.
           05  WS-SCN-CUTOFF           PIC 9(8).
           05  WS-SCN-BUSDATE          PIC 9(8).
           05  WS-SCN-CAL-MODE         PIC X(1).
           05  WS-SCN-OUT-IX           PIC 9(2).
           05  WS-SCN-NEXT-BUS         PIC 9(8).
           05  WS-CUR-OUT-IX           PIC 9(2).
           05  WS-PROP-OUT-IX          PIC 9(2).
           05  WS-PROP-NEXT-BUS        PIC 9(8).

      * Outcome rows: 1 validated, 2 review queue, 3 held, then the
      * date, time and amount rejects the replay can reach. Rows 1
      * and 2 both mean the item got through the edits.
       01  WS-OUTCOME-LABELS-VALUES.
           05  FILLER  PIC X(20) VALUE "VALIDATED           ".
           05  FILLER  PIC X(20) VALUE "REVIEW QUEUE        ".
           05  FILLER  PIC X(20) VALUE "HELD (WAREHOUSE)    ".
           05  FILLER  PIC X(20) VALUE "REJ 10 AFTER CUTOFF ".
           05  FILLER  PIC X(20) VALUE "REJ 20 MALFORMED    ".
           05  FILLER  PIC X(20) VALUE "REJ 21 MONTH RANGE  ".
           05  FILLER  PIC X(20) VALUE "REJ 22 DAY RANGE    ".
           05  FILLER  PIC X(20) VALUE "REJ 23 NOT BUS DAY  ".
           05  FILLER  PIC X(20) VALUE "REJ 30 TIME RANGE   ".
           05  FILLER  PIC X(20) VALUE "REJ 70 OVER MAXIMUM ".
       01  WS-OUTCOME-LABELS REDEFINES WS-OUTCOME-LABELS-VALUES.
           05  WS-OUTCOME-LABEL        PIC X(20) OCCURS 10 TIMES.

       01  WS-OUTCOME-IX-WORK.
           05  WS-OUT-MAX              PIC 9(2) VALUE 10.
           05  WS-OUT-IX               PIC 9(2).
           05  WS-OUT-IX2              PIC 9(2).

       01  WS-NIGHT-TOTALS.
           05  WS-RECS-READ            PIC 9(9) VALUE 0.
           05  WS-REPLAYED             PIC 9(9) VALUE 0.
           05  WS-REPLAYED-AMT         PIC 9(13)V99 VALUE 0.
           05  WS-NOT-REPLAYED         PIC 9(9) VALUE 0.
           05  WS-CHANGED              PIC 9(9) VALUE 0.
           05  WS-CHANGED-AMT          PIC 9(13)V99 VALUE 0.

      * Outcome totals under each side.
       01  WS-OUTCOME-TOTALS.
           05  WS-OUT-ROW OCCURS 10 TIMES.
               10  WS-OUT-CUR-COUNT    PIC 9(9).
               10  WS-OUT-CUR-AMT      PIC 9(13)V99.
               10  WS-OUT-PROP-COUNT   PIC 9(9).
               10  WS-OUT-PROP-AMT     PIC 9(13)V99.

      * Changes from outcome (row) to outcome (column).
       01  WS-CHANGE-MATRIX.
           05  WS-CHG-FROM OCCURS 10 TIMES.
               10  WS-CHG-TO OCCURS 10 TIMES.
                   15  WS-CHG-COUNT    PIC 9(9).
                   15  WS-CHG-AMT      PIC 9(13)V99.

      * Per-source tallies. A night with more sources than the table
      * holds lumps the rest under *OTHERS* in the last slot.
       01  WS-SRC-LIMITS.
           05  WS-SRC-MAX              PIC 9(3) COMP VALUE 100.
           05  WS-SRC-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-SRC-IX               PIC 9(3) COMP.
           05  WS-SRC-FOUND-IX         PIC 9(3) COMP.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 100 TIMES.
               10  WS-SRC-ID           PIC X(8).
               10  WS-SRC-REPLAYED     PIC 9(9).
               10  WS-SRC-CHANGED      PIC 9(9).
               10  WS-SRC-CHANGED-AMT  PIC 9(13)V99.
               10  WS-SRC-TO-PASSED    PIC 9(9).
               10  WS-SRC-TO-HELD      PIC 9(9).
               10  WS-SRC-TO-REJECTED  PIC 9(9).

      * The affected transactions kept for the listing, in file
      * order.
       01  WS-SAMPLE-LIMITS.
           05  WS-SAMPLE-CAP           PIC 9(3) COMP VALUE 200.
           05  WS-SAMPLE-MAX           PIC 9(3) COMP VALUE 50.
           05  WS-SAMPLE-COUNT         PIC 9(3) COMP VALUE 0.
           05  WS-SAMPLE-IX            PIC 9(3) COMP.
           05  WS-SAMPLE-SHOWN         PIC ZZ9.
       01  WS-SAMPLE-TABLE.
           05  WS-SMP-ENTRY OCCURS 200 TIMES.
               10  WS-SMP-SOURCE       PIC X(8).
               10  WS-SMP-TRAN-ID      PIC X(16).
               10  WS-SMP-ACCOUNT      PIC X(12).
               10  WS-SMP-EDIT-DATE    PIC 9(8).
               10  WS-SMP-AMOUNT       PIC 9(9)V99.
               10  WS-SMP-CUR-IX       PIC 9(2).
               10  WS-SMP-PROP-IX      PIC 9(2).
               10  WS-SMP-NEXT-BUS     PIC 9(8).

       COPY "cpylink.cpy".

      * Report lines.
       01  WS-HEADING-1.
           05  FILLER                  PIC X(44)
               VALUE "DTVALSIM  WHAT-IF CUTOFF/CALENDAR SIMULATION".
           05  FILLER                  PIC X(12) VALUE "  NIGHT OF ".
           05  WS-HDG-ASOF             PIC 9(8).
           05  FILLER                  PIC X(8) VALUE "  RUN ".
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-UNREPLAYED-NOTE.
           05  FILLER                  PIC X(50) VALUE
               "DUPLICATE, ACCOUNT AND REVERSAL-HISTORY EDITS ARE ".
           05  FILLER                  PIC X(50) VALUE
               "NOT REPLAYED - NO CUTOFF OR CALENDAR DEPENDENCY".
       01  WS-NO-CALENDAR-NOTE         PIC X(60) VALUE
           "NO CALENDAR FILE - BUSINESS-DAY EDIT NOT SIMULATED".
       01  WS-NO-PROPOSAL-NOTE         PIC X(60) VALUE
           "NOTHING PROPOSED - BOTH SIDES ARE THE NIGHT AS IT STANDS".

       01  WS-NOTE-LINE.
           05  WS-NOTE-TEXT            PIC X(100).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-SETTING-HEAD.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "CURRENT".
           05  FILLER                  PIC X(91) VALUE "PROPOSED".

       01  WS-SETTING-LINE.
           05  WS-SET-LABEL            PIC X(28).
           05  WS-SET-CURRENT          PIC X(13).
           05  WS-SET-PROPOSED         PIC X(13).
           05  WS-SET-NOTE             PIC X(78).

       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL            PIC X(40).
           05  WS-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-CNT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-REASON-HEAD-1.
           05  FILLER                  PIC X(21)
               VALUE "OUTCOME BY REASON".
           05  FILLER                  PIC X(37)
               VALUE "---------------- CURRENT ----------".
           05  FILLER                  PIC X(37)
               VALUE "--------------- PROPOSED ----------".
           05  FILLER                  PIC X(37)
               VALUE "---------------- CHANGE -----------".

       01  WS-REASON-HEAD-2.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(37)
               VALUE "      COUNT                  VALUE".
           05  FILLER                  PIC X(37)
               VALUE "      COUNT                  VALUE".
           05  FILLER                  PIC X(37)
               VALUE "      COUNT                  VALUE".

       01  WS-REASON-LINE.
           05  WS-RSN-LABEL            PIC X(21).
           05  WS-RSN-CUR-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-RSN-CUR-AMT          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-RSN-PROP-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  WS-RSN-PROP-AMT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  WS-RSN-DIFF-COUNT       PIC ---,---,--9.
           05  WS-RSN-DIFF-AMT         PIC --,---,---,---,--9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.

       01  WS-CHANGE-HEAD.
           05  FILLER                  PIC X(21) VALUE "FROM".
           05  FILLER                  PIC X(21) VALUE "TO".
           05  FILLER                  PIC X(11) VALUE "      COUNT".
           05  FILLER                  PIC X(79)
               VALUE "                  VALUE".

       01  WS-CHANGE-LINE.
           05  WS-CHL-FROM             PIC X(21).
           05  WS-CHL-TO               PIC X(21).
           05  WS-CHL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  WS-CHL-AMT              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-SOURCE-HEAD.
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(12) VALUE "   REPLAYED".
           05  FILLER                  PIC X(12) VALUE "    CHANGED".
           05  FILLER                  PIC X(22)
               VALUE "         CHANGED VALUE".
           05  FILLER                  PIC X(12) VALUE " NOW PASSED".
           05  FILLER                  PIC X(12) VALUE "   NOW HELD".
           05  FILLER                  PIC X(52) VALUE " NOW REJECTED".

       01  WS-SOURCE-LINE.
           05  WS-SRL-SOURCE           PIC X(10).
           05  WS-SRL-REPLAYED         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SRL-CHANGED          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SRL-CHANGED-AMT      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SRL-TO-PASSED        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SRL-TO-HELD          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRL-TO-REJECTED      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-SAMPLE-HEAD.
           05  FILLER                  PIC X(9) VALUE "SOURCE".
           05  FILLER                  PIC X(17) VALUE "TRAN ID".
           05  FILLER                  PIC X(13) VALUE "ACCOUNT".
           05  FILLER                  PIC X(9) VALUE "DATE".
           05  FILLER                  PIC X(16)
               VALUE "          AMOUNT".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE "CURRENT".
           05  FILLER                  PIC X(21) VALUE "PROPOSED".
           05  FILLER                  PIC X(24) VALUE "NEXT BUS DAY".

       01  WS-SAMPLE-LINE.
           05  WS-SML-SOURCE           PIC X(9).
           05  WS-SML-TRAN-ID          PIC X(17).
           05  WS-SML-ACCOUNT          PIC X(13).
           05  WS-SML-DATE             PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  WS-SML-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-SML-CURRENT          PIC X(21).
           05  WS-SML-PROPOSED         PIC X(21).
           05  WS-SML-NEXT-BUS         PIC X(8).
           05  FILLER                  PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           PERFORM 1000-GET-RUN-OPTIONS
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-LOAD-PARAMETERS
           PERFORM 1300-LOAD-SOURCE-PROFILES
           PERFORM 1400-READ-FILED-CALENDAR
           MOVE WS-CUR-CUTOFF TO WS-PROP-CUTOFF
           MOVE WS-CUR-BUSDATE TO WS-PROP-BUSDATE
           MOVE SPACE TO DTVAL-PROP-WEEKRULE-SW
           MOVE SPACES TO DTVAL-PROP-WEEKRULE
           MOVE 0 TO DTVAL-PROP-HOL-COUNT
           IF WS-FROM-PENDFILE
               PERFORM 1500-LOAD-STAGED-PROPOSAL
           END-IF
           PERFORM 1600-APPLY-SYSIN-PROPOSAL
           PERFORM 1700-LOAD-PROPOSED-HOLIDAYS
           PERFORM 1800-SHOW-PROPOSED-WEEKRULE
           INITIALIZE WS-OUTCOME-TOTALS
           INITIALIZE WS-CHANGE-MATRIX
           PERFORM 2000-REPLAY-NIGHT
           CLOSE TRAN-FILE
           PERFORM 3000-WRITE-REPORT
           CLOSE REPT-FILE
           DISPLAY "Records read:          " WS-RECS-READ
           DISPLAY "Transactions replayed: " WS-REPLAYED
           DISPLAY "Outcomes changed:      " WS-CHANGED
           DISPLAY "Value changed:         " WS-CHANGED-AMT
           PERFORM 9000-SET-RETURN-CODE
           STOP RUN.

       1000-GET-RUN-OPTIONS.
           DISPLAY "Night to simulate (YYYYMMDD, blank = today): "
           ACCEPT WS-ASOF-DATE
           IF WS-ASOF-DATE = SPACES
              OR WS-ASOF-DATE IS NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-ASOF-DATE-NUM
           END-IF
           DISPLAY "Proposal source (PEND or blank): "
           ACCEPT WS-PROPOSAL-SOURCE
           DISPLAY "Proposed cutoff (YYYYMMDD, blank = unchanged): "
           ACCEPT WS-IN-CUTOFF
           DISPLAY "Proposed business date (YYYYMMDD, NONE, blank): "
           ACCEPT WS-IN-BUSDATE
           DISPLAY "Proposed weekly rule (7 x Y/N, DELETE, blank): "
           ACCEPT WS-IN-WEEKRULE
           DISPLAY "Transactions to list (blank = 50): "
           ACCEPT WS-IN-SAMPLE
           IF WS-IN-SAMPLE IS NUMERIC AND WS-IN-SAMPLE-NUM > 0
               IF WS-IN-SAMPLE-NUM > WS-SAMPLE-CAP
                   MOVE WS-SAMPLE-CAP TO WS-SAMPLE-MAX
               ELSE
                   MOVE WS-IN-SAMPLE-NUM TO WS-SAMPLE-MAX
               END-IF
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT TRAN-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "Unable to open transaction file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPT-FILE
           IF NOT WS-REPT-OK
               DISPLAY "Unable to open simulation report file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               CLOSE TRAN-FILE
               STOP RUN
           END-IF.

      * The shop values in force the night being simulated, read the
      * way DTVAL100 reads them - an effective-dated CUTOFF successor
      * counts once that night reaches its date. There is no operator
      * fallback here: without a usable CUTOFF there is nothing to
      * compare a proposal against.
       1200-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY "Unable to open cutoff parameter file"
               PERFORM 8900-STOP-OPEN-FAILURE
           END-IF
           MOVE WS-CUTOFF-TYPE TO PARM-CUTOFF-TYPE
           READ PARM-FILE
               KEY IS PARM-CUTOFF-TYPE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK
               IF PARM-PENDING-DATE IS NUMERIC
                  AND PARM-PENDING-DATE > 0
                  AND PARM-PENDING-VALUE IS NUMERIC
                  AND PARM-PENDING-VALUE > 0
                  AND WS-ASOF-DATE-NUM >= PARM-PENDING-DATE
                   MOVE PARM-PENDING-VALUE TO WS-CUR-CUTOFF
               ELSE
                   IF PARM-CUTOFF-DATE IS NUMERIC
                      AND PARM-CUTOFF-DATE > 0
                       MOVE PARM-CUTOFF-DATE TO WS-CUR-CUTOFF
                   END-IF
               END-IF
           END-IF
           IF WS-CUR-CUTOFF = 0
               DISPLAY "No usable CUTOFF parameter - nothing to "
                   "simulate against"
               CLOSE PARM-FILE
               PERFORM 8900-STOP-OPEN-FAILURE
           END-IF
           MOVE WS-BUSDATE-TYPE TO PARM-CUTOFF-TYPE
           READ PARM-FILE
               KEY IS PARM-CUTOFF-TYPE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK
               MOVE PARM-CUTOFF-DATE TO WS-CUR-BUSDATE
           END-IF
           MOVE WS-HOLDOPT-TYPE TO PARM-CUTOFF-TYPE
           READ PARM-FILE
               KEY IS PARM-CUTOFF-TYPE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK AND PARM-CUTOFF-DATE = 1
               MOVE "Y" TO WS-SHOP-HOLD-SW
           END-IF
           MOVE WS-REVIEWAM-TYPE TO PARM-CUTOFF-TYPE
           READ PARM-FILE
               KEY IS PARM-CUTOFF-TYPE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PARM-OK AND PARM-CUTOFF-DATE > 0
               MOVE PARM-CUTOFF-DATE TO WS-REVIEW-AMOUNT
           END-IF
           CLOSE PARM-FILE.

      * Fail-soft like the nightly run: with no profile file every
      * source is edited under the shop values.
       1300-LOAD-SOURCE-PROFILES.
           OPEN INPUT PRF-FILE
           IF NOT WS-PRF-OK
               DISPLAY "Source-profile file unavailable, all sources "
                   "simulated under the shop-wide values"
           ELSE
               PERFORM UNTIL WS-PRF-EOF
                   READ PRF-FILE NEXT RECORD
                       AT END
                           SET WS-PRF-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-LOAD-ONE-PROFILE
                   END-READ
               END-PERFORM
               CLOSE PRF-FILE
           END-IF.

       1310-LOAD-ONE-PROFILE.
           IF WS-PRF-COUNT >= WS-PRF-MAX
               DISPLAY "Source-profile table full, shop values "
                   "used for " PRF-SOURCE-ID
           ELSE
               ADD 1 TO WS-PRF-COUNT
               MOVE WS-PRF-COUNT TO WS-PRF-IX
               MOVE PRF-SOURCE-ID TO WS-PRF-SOURCE (WS-PRF-IX)
               EVALUATE TRUE
                   WHEN PRF-HOLD-ON
                       MOVE "Y" TO WS-PRF-HOLD-SW (WS-PRF-IX)
                   WHEN PRF-HOLD-OFF
                       MOVE "N" TO WS-PRF-HOLD-SW (WS-PRF-IX)
                   WHEN OTHER
                       MOVE WS-SHOP-HOLD-SW
                           TO WS-PRF-HOLD-SW (WS-PRF-IX)
               END-EVALUATE
               IF PRF-TZ-OFFSET IS NUMERIC
                   MOVE PRF-TZ-OFFSET TO WS-PRF-TZ-OFFSET (WS-PRF-IX)
               ELSE
                   MOVE 0 TO WS-PRF-TZ-OFFSET (WS-PRF-IX)
               END-IF
               IF PRF-MAX-AMOUNT IS NUMERIC
                   MOVE PRF-MAX-AMOUNT
                       TO WS-PRF-MAX-AMOUNT (WS-PRF-IX)
               ELSE
                   MOVE 0 TO WS-PRF-MAX-AMOUNT (WS-PRF-IX)
               END-IF
               MOVE WS-CUR-CUTOFF TO WS-PRF-CUTOFF-DATE (WS-PRF-IX)
               MOVE "Y" TO WS-PRF-SHOP-CUT-SW (WS-PRF-IX)
               IF PRF-CUTOFF-TYPE NOT = SPACES
                  AND PRF-CUTOFF-TYPE NOT = WS-CUTOFF-TYPE
                   PERFORM 1320-RESOLVE-PROFILE-CUTOFF
               END-IF
           END-IF.

      * A profile's own cutoff type, read as DTVAL100 reads it. One
      * that is missing or unusable leaves the source on the shop
      * cutoff, exactly as the nightly run falls back.
       1320-RESOLVE-PROFILE-CUTOFF.
           MOVE "N" TO WS-PRF-CUTOFF-SW
           OPEN INPUT PARM-FILE
           IF WS-PARM-OK
               MOVE PRF-CUTOFF-TYPE TO PARM-CUTOFF-TYPE
               READ PARM-FILE
                   KEY IS PARM-CUTOFF-TYPE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-PARM-OK
                   IF PARM-PENDING-DATE IS NUMERIC
                      AND PARM-PENDING-DATE > 0
                      AND PARM-PENDING-VALUE IS NUMERIC
                      AND PARM-PENDING-VALUE > 0
                      AND WS-ASOF-DATE-NUM >= PARM-PENDING-DATE
                       MOVE PARM-PENDING-VALUE
                           TO WS-PRF-CUTOFF-DATE (WS-PRF-IX)
                       SET WS-PRF-CUTOFF-FOUND TO TRUE
                   ELSE
                       IF PARM-CUTOFF-DATE IS NUMERIC
                          AND PARM-CUTOFF-DATE > 0
                           MOVE PARM-CUTOFF-DATE
                               TO WS-PRF-CUTOFF-DATE (WS-PRF-IX)
                           SET WS-PRF-CUTOFF-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF WS-PRF-CUTOFF-FOUND
               MOVE "N" TO WS-PRF-SHOP-CUT-SW (WS-PRF-IX)
           END-IF.

      * The weekly rule on file, for the report. DTVALSUB does the
      * business-day edit itself; with no calendar file it skips
      * it on both sides, so a calendar proposal cannot show.
       1400-READ-FILED-CALENDAR.
           OPEN INPUT CAL-FILE
           IF WS-CAL-OK
               SET WS-CAL-OPENED TO TRUE
               MOVE WS-DEFAULT-WEEKRULE TO WS-CUR-WEEKRULE
               MOVE WS-WEEKRULE-KEY TO CAL-KEY
               READ CAL-FILE
                   KEY IS CAL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-DOW-FLAGS TO WS-CUR-WEEKRULE
               END-READ
               CLOSE CAL-FILE
           ELSE
               DISPLAY "Calendar file unavailable, the business-day "
                   "edit is not simulated"
               MOVE "NO CAL" TO WS-CUR-WEEKRULE
           END-IF.

      * The changes a second user would be confirming: a CHG of the
      * CUTOFF record staged by DTVALMNT, a DEL of the WEEKRULE
      * record staged by DTVALCAL. Those are the two actions under
      * dual control.
       1500-LOAD-STAGED-PROPOSAL.
           OPEN INPUT PEND-FILE
           IF NOT WS-PEND-OK
               DISPLAY "Unable to open pending-action file"
               CLOSE TRAN-FILE
               CLOSE REPT-FILE
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CHG" TO PEND-VERB
           MOVE WS-CUTOFF-TYPE TO PEND-REC-KEY
           READ PEND-FILE
               KEY IS PEND-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PEND-OK AND PEND-NEW-DATE > 0
               MOVE PEND-NEW-DATE TO WS-PROP-CUTOFF
               MOVE PEND-REQ-USER TO WS-STAGED-CUTOFF-USER
               SET WS-SOMETHING-PROPOSED TO TRUE
           END-IF
           MOVE "DEL" TO PEND-VERB
           MOVE WS-WEEKRULE-KEY TO PEND-REC-KEY
           READ PEND-FILE
               KEY IS PEND-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PEND-OK
               SET DTVAL-PROP-WEEKRULE-DELETED TO TRUE
               MOVE PEND-REQ-USER TO WS-STAGED-RULE-USER
               SET WS-SOMETHING-PROPOSED TO TRUE
           END-IF
           CLOSE PEND-FILE
           IF NOT WS-SOMETHING-PROPOSED
               DISPLAY "Nothing staged on the pending-action file"
           END-IF.

      * SYSIN values, where given, win over anything staged.
       1600-APPLY-SYSIN-PROPOSAL.
           IF WS-IN-CUTOFF IS NUMERIC AND WS-IN-CUTOFF-NUM > 0
               MOVE WS-IN-CUTOFF-NUM TO WS-PROP-CUTOFF
               MOVE SPACES TO WS-STAGED-CUTOFF-USER
               SET WS-SOMETHING-PROPOSED TO TRUE
           END-IF
           IF WS-IN-BUSDATE = "NONE"
               MOVE 0 TO WS-PROP-BUSDATE
               SET WS-SOMETHING-PROPOSED TO TRUE
           ELSE
               IF WS-IN-BUSDATE IS NUMERIC AND WS-IN-BUSDATE-NUM > 0
                   MOVE WS-IN-BUSDATE-NUM TO WS-PROP-BUSDATE
                   SET WS-SOMETHING-PROPOSED TO TRUE
               END-IF
           END-IF
           IF WS-IN-WEEKRULE = "DELETE"
               SET DTVAL-PROP-WEEKRULE-DELETED TO TRUE
               MOVE SPACES TO WS-STAGED-RULE-USER
               SET WS-SOMETHING-PROPOSED TO TRUE
           ELSE
               IF WS-IN-WEEKRULE NOT = SPACES
                   MOVE "N" TO WS-WEEKRULE-BAD-SW
                   PERFORM 1610-CHECK-WEEKRULE-FLAG
                       VARYING WS-WEEKRULE-IX FROM 1 BY 1
                       UNTIL WS-WEEKRULE-IX > 7
                   IF WS-WEEKRULE-BAD
                       DISPLAY "Proposed weekly rule " WS-IN-WEEKRULE
                           " is not seven Y/N flags, ignored"
                   ELSE
                       SET DTVAL-PROP-WEEKRULE-CHANGED TO TRUE
                       MOVE WS-IN-WEEKRULE TO DTVAL-PROP-WEEKRULE
                       MOVE SPACES TO WS-STAGED-RULE-USER
                       SET WS-SOMETHING-PROPOSED TO TRUE
                   END-IF
               END-IF
           END-IF.

       1610-CHECK-WEEKRULE-FLAG.
           IF WS-IN-WEEKRULE-FLAG (WS-WEEKRULE-IX) NOT = "Y"
              AND WS-IN-WEEKRULE-FLAG (WS-WEEKRULE-IX) NOT = "N"
               SET WS-WEEKRULE-BAD TO TRUE
           END-IF.

      * Proposed holidays: the same card deck DTVALCAL's batch load
      * takes. A card whose date will not parse is dropped, as the
      * load would refuse it. No HOLFILE means no holiday proposal.
       1700-LOAD-PROPOSED-HOLIDAYS.
           OPEN INPUT HOL-FILE
           IF WS-HOL-OK
               PERFORM UNTIL WS-HOL-EOF
                   READ HOL-FILE
                       AT END
                           SET WS-HOL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HOL-CARDS-READ
                           PERFORM 1710-LOAD-ONE-HOLIDAY
                   END-READ
               END-PERFORM
               CLOSE HOL-FILE
           END-IF
           IF DTVAL-PROP-HOL-COUNT > 0
               SET WS-SOMETHING-PROPOSED TO TRUE
           END-IF.

       1710-LOAD-ONE-HOLIDAY.
           IF HOL-DATE IS NOT NUMERIC OR HOL-DATE-NUM = 0
               ADD 1 TO WS-HOL-CARDS-DROPPED
               DISPLAY "Holiday card date invalid, dropped: "
                   HOL-DATE " " HOL-DESC
           ELSE
               IF DTVAL-PROP-HOL-COUNT >= 100
                   ADD 1 TO WS-HOL-CARDS-DROPPED
                   DISPLAY "Proposed-holiday table full, dropped: "
                       HOL-DATE " " HOL-DESC
               ELSE
                   ADD 1 TO DTVAL-PROP-HOL-COUNT
                   MOVE HOL-DATE-NUM
                       TO DTVAL-PROP-HOL-DATE (DTVAL-PROP-HOL-COUNT)
               END-IF
           END-IF.

       1800-SHOW-PROPOSED-WEEKRULE.
           EVALUATE TRUE
               WHEN DTVAL-PROP-WEEKRULE-CHANGED
                   MOVE DTVAL-PROP-WEEKRULE TO WS-PROP-WEEKRULE-SHOWN
               WHEN DTVAL-PROP-WEEKRULE-DELETED
                   MOVE WS-DEFAULT-WEEKRULE TO WS-PROP-WEEKRULE-SHOWN
               WHEN OTHER
                   MOVE WS-CUR-WEEKRULE TO WS-PROP-WEEKRULE-SHOWN
           END-EVALUATE.

       2000-REPLAY-NIGHT.
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECS-READ
                       PERFORM 2010-PROCESS-TRAN-RECORD
               END-READ
           END-PERFORM.

      * Batches open and close as they do in DTVAL100: a header opens
      * one under its source, a trailer closes it, and a detail with
      * no batch open starts a headerless one under the shop values.
      * A record of no known type is a reject 20 on both sides and
      * is not replayed.
       2010-PROCESS-TRAN-RECORD.
           EVALUATE TRUE
               WHEN TRAN-TYPE-HEADER
                   PERFORM 2020-START-BATCH
               WHEN TRAN-TYPE-TRAILER
                   SET WS-BATCH-CLOSED TO TRUE
               WHEN TRAN-TYPE-DETAIL
               WHEN TRAN-TYPE-REVERSAL
                   IF WS-BATCH-CLOSED
                       PERFORM 2020-START-BATCH
                   END-IF
                   PERFORM 2100-REPLAY-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-NOT-REPLAYED
           END-EVALUATE.

       2020-START-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           IF TRAN-TYPE-HEADER
               MOVE TRAN-HDR-SOURCE-ID TO WS-HDR-SOURCE-ID
           ELSE
               MOVE SPACES TO WS-HDR-SOURCE-ID
           END-IF
           MOVE 0 TO WS-PRF-FOUND-IX
           MOVE 1 TO WS-PRF-IX
           PERFORM UNTIL WS-PRF-IX > WS-PRF-COUNT
                      OR WS-PRF-FOUND-IX > 0
               IF WS-PRF-SOURCE (WS-PRF-IX) = WS-HDR-SOURCE-ID
                   MOVE WS-PRF-IX TO WS-PRF-FOUND-IX
               END-IF
               ADD 1 TO WS-PRF-IX
           END-PERFORM
           IF WS-PRF-FOUND-IX > 0
               MOVE WS-PRF-HOLD-SW (WS-PRF-FOUND-IX)
                   TO WS-HOLD-OPTION-SW
               MOVE WS-PRF-TZ-OFFSET (WS-PRF-FOUND-IX) TO WS-TZ-OFFSET
               MOVE WS-PRF-MAX-AMOUNT (WS-PRF-FOUND-IX)
                   TO WS-MAX-AMOUNT
               IF WS-PRF-ON-SHOP-CUTOFF (WS-PRF-FOUND-IX)
                   MOVE WS-CUR-CUTOFF TO WS-BATCH-CUR-CUTOFF
                   MOVE WS-PROP-CUTOFF TO WS-BATCH-PROP-CUTOFF
               ELSE
                   MOVE WS-PRF-CUTOFF-DATE (WS-PRF-FOUND-IX)
                       TO WS-BATCH-CUR-CUTOFF
                   MOVE WS-PRF-CUTOFF-DATE (WS-PRF-FOUND-IX)
                       TO WS-BATCH-PROP-CUTOFF
               END-IF
           ELSE
               MOVE WS-SHOP-HOLD-SW TO WS-HOLD-OPTION-SW
               MOVE 0 TO WS-TZ-OFFSET
               MOVE 0 TO WS-MAX-AMOUNT
               MOVE WS-CUR-CUTOFF TO WS-BATCH-CUR-CUTOFF
               MOVE WS-PROP-CUTOFF TO WS-BATCH-PROP-CUTOFF
           END-IF.

      * One transaction edited under each side, then tallied.
       2100-REPLAY-DETAIL.
           ADD 1 TO WS-REPLAYED
           IF TRAN-AMOUNT IS NUMERIC
               MOVE TRAN-AMOUNT TO WS-TRAN-AMOUNT
           ELSE
               MOVE 0 TO WS-TRAN-AMOUNT
           END-IF
           ADD WS-TRAN-AMOUNT TO WS-REPLAYED-AMT
           MOVE TRAN-DATE TO WS-EDIT-DATE
           MOVE TRAN-TIME TO WS-EDIT-TIME
           IF WS-TZ-OFFSET NOT = 0
               PERFORM 2400-APPLY-TZ-OFFSET
           END-IF
           MOVE WS-BATCH-CUR-CUTOFF TO WS-SCN-CUTOFF
           MOVE WS-CUR-BUSDATE TO WS-SCN-BUSDATE
           MOVE SPACE TO WS-SCN-CAL-MODE
           PERFORM 2200-EDIT-ONE-SCENARIO
           MOVE WS-SCN-OUT-IX TO WS-CUR-OUT-IX
           MOVE WS-BATCH-PROP-CUTOFF TO WS-SCN-CUTOFF
           MOVE WS-PROP-BUSDATE TO WS-SCN-BUSDATE
           MOVE "P" TO WS-SCN-CAL-MODE
           PERFORM 2200-EDIT-ONE-SCENARIO
           MOVE WS-SCN-OUT-IX TO WS-PROP-OUT-IX
           MOVE WS-SCN-NEXT-BUS TO WS-PROP-NEXT-BUS
           PERFORM 2300-TALLY-OUTCOMES.

      * The edits DTVAL100 applies that the cutoff or calendar can
      * move, in its order: the amount ceiling, the DTVALSUB date
      * edit (an after-cutoff item is held when the batch's hold
      * option is on and it is not a reversal), the time edit for a
      * date that did not go to the warehouse, and the review queue
      * for a clean item over the threshold.
       2200-EDIT-ONE-SCENARIO.
           MOVE 0 TO WS-SCN-NEXT-BUS
           IF WS-MAX-AMOUNT > 0 AND WS-TRAN-AMOUNT > WS-MAX-AMOUNT
               MOVE 10 TO WS-SCN-OUT-IX
           ELSE
               MOVE WS-EDIT-DATE TO DTVAL-DATE-IN
               MOVE WS-SCN-CUTOFF TO DTVAL-CUTOFF-IN
               MOVE WS-SCN-BUSDATE TO DTVAL-BUS-DATE-IN
               MOVE WS-SCN-CAL-MODE TO DTVAL-CAL-MODE-IN
               CALL "DTVALSUB" USING DTVAL-LINKAGE
               MOVE DTVAL-NEXT-BUS-DATE-OUT TO WS-SCN-NEXT-BUS
               EVALUATE TRUE
                   WHEN DTVAL-VALID
                       PERFORM 2210-CHECK-TIME-AND-QUEUE
                   WHEN DTVAL-REASON-AFTER-CUTOFF
                       IF WS-HOLD-OPTION-ON
                          AND NOT TRAN-TYPE-REVERSAL
                           MOVE 3 TO WS-SCN-OUT-IX
                       ELSE
                           MOVE 4 TO WS-SCN-OUT-IX
                       END-IF
                   WHEN DTVAL-REASON-MONTH-RANGE
                       MOVE 6 TO WS-SCN-OUT-IX
                   WHEN DTVAL-REASON-DAY-RANGE
                       MOVE 7 TO WS-SCN-OUT-IX
                   WHEN DTVAL-REASON-NON-BUSINESS
                       MOVE 8 TO WS-SCN-OUT-IX
                   WHEN OTHER
                       MOVE 5 TO WS-SCN-OUT-IX
               END-EVALUATE
           END-IF.

       2210-CHECK-TIME-AND-QUEUE.
           SET WS-SCN-TIME-VALID TO TRUE
           IF WS-EDIT-HH > 23 OR WS-EDIT-MI > 59 OR WS-EDIT-SS > 59
               SET WS-SCN-TIME-INVALID TO TRUE
           END-IF
           IF WS-SCN-TIME-INVALID
               MOVE 9 TO WS-SCN-OUT-IX
           ELSE
               IF WS-REVIEW-AMOUNT > 0
                  AND WS-TRAN-AMOUNT > WS-REVIEW-AMOUNT
                  AND WS-HDR-SOURCE-ID NOT = WS-APPROVED-SOURCE
                   MOVE 2 TO WS-SCN-OUT-IX
               ELSE
                   MOVE 1 TO WS-SCN-OUT-IX
               END-IF
           END-IF.

       2300-TALLY-OUTCOMES.
           ADD 1 TO WS-OUT-CUR-COUNT (WS-CUR-OUT-IX)
           ADD WS-TRAN-AMOUNT TO WS-OUT-CUR-AMT (WS-CUR-OUT-IX)
           ADD 1 TO WS-OUT-PROP-COUNT (WS-PROP-OUT-IX)
           ADD WS-TRAN-AMOUNT TO WS-OUT-PROP-AMT (WS-PROP-OUT-IX)
           PERFORM 2310-FIND-SOURCE-ENTRY
           ADD 1 TO WS-SRC-REPLAYED (WS-SRC-FOUND-IX)
           IF WS-CUR-OUT-IX NOT = WS-PROP-OUT-IX
               ADD 1 TO WS-CHANGED
               ADD WS-TRAN-AMOUNT TO WS-CHANGED-AMT
               ADD 1 TO WS-CHG-COUNT (WS-CUR-OUT-IX, WS-PROP-OUT-IX)
               ADD WS-TRAN-AMOUNT
                   TO WS-CHG-AMT (WS-CUR-OUT-IX, WS-PROP-OUT-IX)
               ADD 1 TO WS-SRC-CHANGED (WS-SRC-FOUND-IX)
               ADD WS-TRAN-AMOUNT
                   TO WS-SRC-CHANGED-AMT (WS-SRC-FOUND-IX)
               EVALUATE WS-PROP-OUT-IX
                   WHEN 1
                   WHEN 2
                       ADD 1 TO WS-SRC-TO-PASSED (WS-SRC-FOUND-IX)
                   WHEN 3
                       ADD 1 TO WS-SRC-TO-HELD (WS-SRC-FOUND-IX)
                   WHEN OTHER
                       ADD 1 TO WS-SRC-TO-REJECTED (WS-SRC-FOUND-IX)
               END-EVALUATE
               IF WS-SAMPLE-COUNT < WS-SAMPLE-MAX
                   PERFORM 2320-KEEP-SAMPLE
               END-IF
           END-IF.

       2310-FIND-SOURCE-ENTRY.
           MOVE 0 TO WS-SRC-FOUND-IX
           MOVE 1 TO WS-SRC-IX
           PERFORM UNTIL WS-SRC-IX > WS-SRC-COUNT
                      OR WS-SRC-FOUND-IX > 0
               IF WS-SRC-ID (WS-SRC-IX) = WS-HDR-SOURCE-ID
                   MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
               END-IF
               ADD 1 TO WS-SRC-IX
           END-PERFORM
           IF WS-SRC-FOUND-IX = 0
               IF WS-SRC-COUNT < WS-SRC-MAX - 1
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IX
                   INITIALIZE WS-SRC-ENTRY (WS-SRC-FOUND-IX)
                   MOVE WS-HDR-SOURCE-ID TO WS-SRC-ID (WS-SRC-FOUND-IX)
               ELSE
                   MOVE WS-SRC-MAX TO WS-SRC-FOUND-IX
                   IF WS-SRC-COUNT < WS-SRC-MAX
                       MOVE WS-SRC-MAX TO WS-SRC-COUNT
                       INITIALIZE WS-SRC-ENTRY (WS-SRC-FOUND-IX)
                       MOVE WS-OTHERS-SOURCE
                           TO WS-SRC-ID (WS-SRC-FOUND-IX)
                       DISPLAY "Source table full, the rest are "
                           "reported under " WS-OTHERS-SOURCE
                   END-IF
               END-IF
           END-IF.

       2320-KEEP-SAMPLE.
           ADD 1 TO WS-SAMPLE-COUNT
           MOVE WS-HDR-SOURCE-ID TO WS-SMP-SOURCE (WS-SAMPLE-COUNT)
           MOVE TRAN-ID TO WS-SMP-TRAN-ID (WS-SAMPLE-COUNT)
           MOVE TRAN-ACCOUNT TO WS-SMP-ACCOUNT (WS-SAMPLE-COUNT)
           MOVE WS-EDIT-DATE TO WS-SMP-EDIT-DATE (WS-SAMPLE-COUNT)
           MOVE WS-TRAN-AMOUNT TO WS-SMP-AMOUNT (WS-SAMPLE-COUNT)
           MOVE WS-CUR-OUT-IX TO WS-SMP-CUR-IX (WS-SAMPLE-COUNT)
           MOVE WS-PROP-OUT-IX TO WS-SMP-PROP-IX (WS-SAMPLE-COUNT)
           MOVE WS-PROP-NEXT-BUS TO WS-SMP-NEXT-BUS (WS-SAMPLE-COUNT).

      * The source's time-zone offset, applied to the edit copy of
      * the date and time exactly as DTVAL100 applies it.
       2400-APPLY-TZ-OFFSET.
           IF WS-EDIT-DATE IS NUMERIC AND WS-EDIT-TIME IS NUMERIC
              AND WS-EDIT-MM >= 1 AND WS-EDIT-MM <= 12
              AND WS-EDIT-DD >= 1
              AND WS-EDIT-HH <= 23 AND WS-EDIT-MI <= 59
              AND WS-EDIT-SS <= 59
               PERFORM 2410-SET-MONTH-LENGTH
               IF WS-EDIT-DD <= WS-TZ-MAX-DAY
                   COMPUTE WS-TZ-MINUTES = WS-EDIT-HH * 60
                       + WS-EDIT-MI + WS-TZ-OFFSET
                   IF WS-TZ-MINUTES < 0
                       ADD 1440 TO WS-TZ-MINUTES
                       PERFORM 2420-BACK-ONE-DAY
                   ELSE
                       IF WS-TZ-MINUTES >= 1440
                           SUBTRACT 1440 FROM WS-TZ-MINUTES
                           PERFORM 2430-FORWARD-ONE-DAY
                       END-IF
                   END-IF
                   DIVIDE WS-TZ-MINUTES BY 60
                       GIVING WS-EDIT-HH REMAINDER WS-EDIT-MI
               END-IF
           END-IF.

       2410-SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS-TAB (WS-EDIT-MM) TO WS-TZ-MAX-DAY
           IF WS-EDIT-MM = 2
               DIVIDE WS-EDIT-CCYY BY 4
                   GIVING WS-TZ-QUOT REMAINDER WS-TZ-REM
               IF WS-TZ-REM = 0
                   MOVE 29 TO WS-TZ-MAX-DAY
                   DIVIDE WS-EDIT-CCYY BY 100
                       GIVING WS-TZ-QUOT REMAINDER WS-TZ-REM
                   IF WS-TZ-REM = 0
                       MOVE 28 TO WS-TZ-MAX-DAY
                       DIVIDE WS-EDIT-CCYY BY 400
                           GIVING WS-TZ-QUOT REMAINDER WS-TZ-REM
                       IF WS-TZ-REM = 0
                           MOVE 29 TO WS-TZ-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2420-BACK-ONE-DAY.
           IF WS-EDIT-DD > 1
               SUBTRACT 1 FROM WS-EDIT-DD
           ELSE
               IF WS-EDIT-MM > 1
                   SUBTRACT 1 FROM WS-EDIT-MM
               ELSE
                   MOVE 12 TO WS-EDIT-MM
                   SUBTRACT 1 FROM WS-EDIT-CCYY
               END-IF
               PERFORM 2410-SET-MONTH-LENGTH
               MOVE WS-TZ-MAX-DAY TO WS-EDIT-DD
           END-IF.

       2430-FORWARD-ONE-DAY.
           IF WS-EDIT-DD < WS-TZ-MAX-DAY
               ADD 1 TO WS-EDIT-DD
           ELSE
               MOVE 1 TO WS-EDIT-DD
               IF WS-EDIT-MM < 12
                   ADD 1 TO WS-EDIT-MM
               ELSE
                   MOVE 1 TO WS-EDIT-MM
                   ADD 1 TO WS-EDIT-CCYY
               END-IF
           END-IF.

       3000-WRITE-REPORT.
           MOVE WS-ASOF-DATE-NUM TO WS-HDG-ASOF
           MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3100-WRITE-SETTINGS
           PERFORM 3200-WRITE-TOTALS
           PERFORM 3300-WRITE-REASONS
           PERFORM 3400-WRITE-CHANGES
           PERFORM 3500-WRITE-SOURCES
           PERFORM 3600-WRITE-SAMPLE
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-UNREPLAYED-NOTE TO WS-NOTE-TEXT
           MOVE WS-NOTE-LINE TO REPT-RECORD
           WRITE REPT-RECORD.

       3100-WRITE-SETTINGS.
           MOVE WS-SETTING-HEAD TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO WS-SETTING-LINE
           MOVE "SHOP CUTOFF" TO WS-SET-LABEL
           MOVE WS-CUR-CUTOFF TO WS-SET-CURRENT
           MOVE WS-PROP-CUTOFF TO WS-SET-PROPOSED
           IF WS-STAGED-CUTOFF-USER NOT = SPACES
               STRING "STAGED CHG BY " WS-STAGED-CUTOFF-USER
                   DELIMITED BY SIZE INTO WS-SET-NOTE
           END-IF
           MOVE WS-SETTING-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO WS-SETTING-LINE
           MOVE "BUSINESS-DATE OVERRIDE" TO WS-SET-LABEL
           IF WS-CUR-BUSDATE > 0
               MOVE WS-CUR-BUSDATE TO WS-SET-CURRENT
           ELSE
               MOVE "NONE" TO WS-SET-CURRENT
           END-IF
           IF WS-PROP-BUSDATE > 0
               MOVE WS-PROP-BUSDATE TO WS-SET-PROPOSED
           ELSE
               MOVE "NONE" TO WS-SET-PROPOSED
           END-IF
           MOVE WS-SETTING-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO WS-SETTING-LINE
           MOVE "WEEKLY RULE (MON-SUN)" TO WS-SET-LABEL
           MOVE WS-CUR-WEEKRULE TO WS-SET-CURRENT
           MOVE WS-PROP-WEEKRULE-SHOWN TO WS-SET-PROPOSED
           IF WS-STAGED-RULE-USER NOT = SPACES
               STRING "STAGED DEL BY " WS-STAGED-RULE-USER
                   DELIMITED BY SIZE INTO WS-SET-NOTE
           END-IF
           MOVE WS-SETTING-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "PROPOSED HOLIDAYS ADDED" TO WS-CNT-LABEL
           MOVE DTVAL-PROP-HOL-COUNT TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-HOL-CARDS-DROPPED > 0
               MOVE SPACES TO WS-COUNT-LINE
               MOVE "HOLIDAY CARDS DROPPED" TO WS-CNT-LABEL
               MOVE WS-HOL-CARDS-DROPPED TO WS-CNT-COUNT
               MOVE WS-COUNT-LINE TO REPT-RECORD
               WRITE REPT-RECORD
           END-IF
           IF NOT WS-CAL-OPENED
               MOVE WS-NO-CALENDAR-NOTE TO WS-NOTE-TEXT
               MOVE WS-NOTE-LINE TO REPT-RECORD
               WRITE REPT-RECORD
           END-IF
           IF NOT WS-SOMETHING-PROPOSED
               MOVE WS-NO-PROPOSAL-NOTE TO WS-NOTE-TEXT
               MOVE WS-NOTE-LINE TO REPT-RECORD
               WRITE REPT-RECORD
           END-IF
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD.

       3200-WRITE-TOTALS.
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "TRANSACTIONS REPLAYED" TO WS-CNT-LABEL
           MOVE WS-REPLAYED TO WS-CNT-COUNT
           MOVE WS-REPLAYED-AMT TO WS-CNT-AMOUNT
           MOVE WS-COUNT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "TRANSACTIONS CHANGING OUTCOME" TO WS-CNT-LABEL
           MOVE WS-CHANGED TO WS-CNT-COUNT
           MOVE WS-CHANGED-AMT TO WS-CNT-AMOUNT
           MOVE WS-COUNT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO WS-COUNT-LINE
           MOVE "RECORDS NOT REPLAYED (TYPE INVALID)" TO WS-CNT-LABEL
           MOVE WS-NOT-REPLAYED TO WS-CNT-COUNT
           MOVE WS-COUNT-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD.

       3300-WRITE-REASONS.
           MOVE WS-REASON-HEAD-1 TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-REASON-HEAD-2 TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3310-WRITE-REASON-LINE
               VARYING WS-OUT-IX FROM 1 BY 1
               UNTIL WS-OUT-IX > WS-OUT-MAX
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD.

       3310-WRITE-REASON-LINE.
           MOVE WS-OUTCOME-LABEL (WS-OUT-IX) TO WS-RSN-LABEL
           MOVE WS-OUT-CUR-COUNT (WS-OUT-IX) TO WS-RSN-CUR-COUNT
           MOVE WS-OUT-CUR-AMT (WS-OUT-IX) TO WS-RSN-CUR-AMT
           MOVE WS-OUT-PROP-COUNT (WS-OUT-IX) TO WS-RSN-PROP-COUNT
           MOVE WS-OUT-PROP-AMT (WS-OUT-IX) TO WS-RSN-PROP-AMT
           COMPUTE WS-RSN-DIFF-COUNT =
               WS-OUT-PROP-COUNT (WS-OUT-IX)
               - WS-OUT-CUR-COUNT (WS-OUT-IX)
           COMPUTE WS-RSN-DIFF-AMT =
               WS-OUT-PROP-AMT (WS-OUT-IX)
               - WS-OUT-CUR-AMT (WS-OUT-IX)
           MOVE WS-REASON-LINE TO REPT-RECORD
           WRITE REPT-RECORD.

       3400-WRITE-CHANGES.
           MOVE "OUTCOME CHANGES" TO WS-NOTE-TEXT
           MOVE WS-NOTE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-CHANGE-HEAD TO REPT-RECORD
           WRITE REPT-RECORD
           IF WS-CHANGED = 0
               MOVE "  NO TRANSACTION CHANGES OUTCOME" TO WS-NOTE-TEXT
               MOVE WS-NOTE-LINE TO REPT-RECORD
               WRITE REPT-RECORD
           ELSE
               PERFORM 3410-WRITE-CHANGES-FROM
                   VARYING WS-OUT-IX FROM 1 BY 1
                   UNTIL WS-OUT-IX > WS-OUT-MAX
           END-IF
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD.

       3410-WRITE-CHANGES-FROM.
           PERFORM 3420-WRITE-CHANGE-LINE
               VARYING WS-OUT-IX2 FROM 1 BY 1
               UNTIL WS-OUT-IX2 > WS-OUT-MAX.

       3420-WRITE-CHANGE-LINE.
           IF WS-CHG-COUNT (WS-OUT-IX, WS-OUT-IX2) > 0
               PERFORM 3430-FORMAT-CHANGE-LINE
           END-IF.

       3430-FORMAT-CHANGE-LINE.
           MOVE WS-OUTCOME-LABEL (WS-OUT-IX) TO WS-CHL-FROM
           MOVE WS-OUTCOME-LABEL (WS-OUT-IX2) TO WS-CHL-TO
           MOVE WS-CHG-COUNT (WS-OUT-IX, WS-OUT-IX2) TO WS-CHL-COUNT
           MOVE WS-CHG-AMT (WS-OUT-IX, WS-OUT-IX2) TO WS-CHL-AMT
           MOVE WS-CHANGE-LINE TO REPT-RECORD
           WRITE REPT-RECORD.

      * Every source that sent anything, so a source the proposal
      * leaves alone shows as replayed with nothing changed.
       3500-WRITE-SOURCES.
           MOVE "CHANGES BY SOURCE" TO WS-NOTE-TEXT
           MOVE WS-NOTE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-SOURCE-HEAD TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3510-WRITE-SOURCE-LINE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
           MOVE SPACES TO REPT-RECORD
           WRITE REPT-RECORD.

       3510-WRITE-SOURCE-LINE.
           IF WS-SRC-ID (WS-SRC-IX) = SPACES
               MOVE "(NO HDR)" TO WS-SRL-SOURCE
           ELSE
               MOVE WS-SRC-ID (WS-SRC-IX) TO WS-SRL-SOURCE
           END-IF
           MOVE WS-SRC-REPLAYED (WS-SRC-IX) TO WS-SRL-REPLAYED
           MOVE WS-SRC-CHANGED (WS-SRC-IX) TO WS-SRL-CHANGED
           MOVE WS-SRC-CHANGED-AMT (WS-SRC-IX) TO WS-SRL-CHANGED-AMT
           MOVE WS-SRC-TO-PASSED (WS-SRC-IX) TO WS-SRL-TO-PASSED
           MOVE WS-SRC-TO-HELD (WS-SRC-IX) TO WS-SRL-TO-HELD
           MOVE WS-SRC-TO-REJECTED (WS-SRC-IX) TO WS-SRL-TO-REJECTED
           MOVE WS-SOURCE-LINE TO REPT-RECORD
           WRITE REPT-RECORD.

      * The first affected transactions in file order, with the
      * date as edited (after any time-zone offset) and the first
      * business day the proposed calendar would give it.
       3600-WRITE-SAMPLE.
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE WS-SAMPLE-MAX TO WS-SAMPLE-SHOWN
           STRING "AFFECTED TRANSACTIONS (FIRST "
               WS-SAMPLE-SHOWN ")" DELIMITED BY SIZE INTO WS-NOTE-TEXT
           MOVE WS-NOTE-LINE TO REPT-RECORD
           WRITE REPT-RECORD
           MOVE WS-SAMPLE-HEAD TO REPT-RECORD
           WRITE REPT-RECORD
           PERFORM 3610-WRITE-SAMPLE-LINE
               VARYING WS-SAMPLE-IX FROM 1 BY 1
               UNTIL WS-SAMPLE-IX > WS-SAMPLE-COUNT.

       3610-WRITE-SAMPLE-LINE.
           MOVE WS-SMP-SOURCE (WS-SAMPLE-IX) TO WS-SML-SOURCE
           MOVE WS-SMP-TRAN-ID (WS-SAMPLE-IX) TO WS-SML-TRAN-ID
           MOVE WS-SMP-ACCOUNT (WS-SAMPLE-IX) TO WS-SML-ACCOUNT
           MOVE WS-SMP-EDIT-DATE (WS-SAMPLE-IX) TO WS-SML-DATE
           MOVE WS-SMP-AMOUNT (WS-SAMPLE-IX) TO WS-SML-AMOUNT
           MOVE WS-OUTCOME-LABEL (WS-SMP-CUR-IX (WS-SAMPLE-IX))
               TO WS-SML-CURRENT
           MOVE WS-OUTCOME-LABEL (WS-SMP-PROP-IX (WS-SAMPLE-IX))
               TO WS-SML-PROPOSED
           IF WS-SMP-NEXT-BUS (WS-SAMPLE-IX) > 0
               MOVE WS-SMP-NEXT-BUS (WS-SAMPLE-IX) TO WS-SML-NEXT-BUS
           ELSE
               MOVE SPACES TO WS-SML-NEXT-BUS
           END-IF
           MOVE WS-SAMPLE-LINE TO REPT-RECORD
           WRITE REPT-RECORD.

       8900-STOP-OPEN-FAILURE.
           CLOSE TRAN-FILE
           CLOSE REPT-FILE
           MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
           STOP RUN.

       9000-SET-RETURN-CODE.
           IF NOT WS-SOMETHING-PROPOSED
               MOVE WS-RC-NOTHING-PROPOSED TO RETURN-CODE
           ELSE
               IF WS-CHANGED > 0
                   MOVE WS-RC-CHANGES TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
