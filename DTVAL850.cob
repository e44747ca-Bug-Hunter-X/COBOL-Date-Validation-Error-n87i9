       IDENTIFICATION DIVISION.
       PROGRAM-ID. DTVAL850.

      * Morning operations status. One page for a business date that
      * answers the shift lead's checklist from the files the chain
      * leaves behind, each section rated GREEN, AMBER or RED:
      *   - run completion: per validation job ID, whether the run
      *     read the whole file or stopped, and at which record
      *     (CKPTFILE completion and last checkpoint, against the
      *     end-of-run control totals on CTLFILE);
      *   - chain balance: DTVAL800's in-equals-out identities over
      *     the night's control totals;
      *   - settlement handoff: what each job wrote to the validated
      *     feed against settlement's acknowledgment (ACKFILE), and
      *     any earlier cycle still unconsumed on CYCFILE;
      *   - feed arrival: the statistics arrival flags - sources
      *     expected and missing, sources not expected;
      *   - rejects by source: tonight's reject rate and value per
      *     source against its average over the prior 7 nights;
      *   - held warehouse: items, value, and the oldest item's age
      *     (HELDIN);
      *   - open reject backlog: open dispositions and their value
      *     (DISPFILE).
      * The detailed reports (DTVAL310, 600, 700, 800, 500) are still
      * where the shift lead goes once a section shows a colour.
      * Control totals are never swept, so they are the record of
      * what each job wrote; DTVAL700 sweeps consumed cycles off
      * CYCFILE, so it only tells us what is still outstanding.
      * Records of an execution the night backout utility has backed
      * out are skipped, and the job is shown as backed out.
      * Only CTLFILE and the report are required; any other file
      * that will not open turns its section AMBER.
      * SYSIN cards:
      *   1: business date YYYYMMDD (blank = today)
      *   2: reject-rate AMBER margin, whole percentage points over
      *      the 7-night average, 2 digits (blank = 02)
      *   3: reject-rate RED margin, 2 digits (blank = 05)
      *   4: open backlog AMBER count, 5 digits (blank = 00100)
      *   5: open backlog RED count, 5 digits (blank = 00500)
      * Condition codes: 0 all green, 4 any amber, 8 any red,
      * 12 CTLFILE or the report would not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO CTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT ACK-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT STAT-FILE ASSIGN TO STATFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-STAT-STATUS.

           SELECT CKPT-FILE ASSIGN TO CKPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT HELD-IN-FILE ASSIGN TO HELDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.

           SELECT DISP-FILE ASSIGN TO DISPFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISP-STATUS.

           SELECT REPT-FILE ASSIGN TO REPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE IS F.
           COPY "cpyctlr.cpy".

       FD  CYC-FILE
           RECORDING MODE IS F.
           COPY "cpycycr.cpy".

       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-RECORD.
           05  ACK-RUN-DATE            PIC 9(8).
           05  ACK-JOB-ID              PIC X(8).
           05  ACK-RECS-LOADED         PIC 9(9).
           05  FILLER                  PIC X(55).

       FD  STAT-FILE.
           COPY "cpystat.cpy".

       FD  CKPT-FILE
           RECORDING MODE IS F.
           COPY "cpyckpt.cpy".

       FD  HELD-IN-FILE
           RECORDING MODE IS F.
           COPY "cpytranr.cpy".

       FD  DISP-FILE.
           COPY "cpydispr.cpy".

       FD  REPT-FILE
           RECORDING MODE IS F.
       01  REPT-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS.
           05  WS-CTL-STATUS       PIC X(2).
               88  WS-CTL-OK              VALUE "00".
               88  WS-CTL-EOF             VALUE "10".
           05  WS-CYC-STATUS       PIC X(2).
               88  WS-CYC-OK              VALUE "00".
               88  WS-CYC-EOF             VALUE "10".
           05  WS-ACK-STATUS       PIC X(2).
               88  WS-ACK-OK              VALUE "00".
               88  WS-ACK-EOF             VALUE "10".
           05  WS-STAT-STATUS      PIC X(2).
               88  WS-STAT-OK             VALUE "00".
               88  WS-STAT-EOF            VALUE "10".
           05  WS-CKPT-STATUS      PIC X(2).
               88  WS-CKPT-OK             VALUE "00".
               88  WS-CKPT-EOF            VALUE "10".
           05  WS-HELDIN-STATUS    PIC X(2).
               88  WS-HELDIN-OK           VALUE "00".
               88  WS-HELDIN-EOF          VALUE "10".
           05  WS-DISP-STATUS      PIC X(2).
               88  WS-DISP-OK             VALUE "00".
               88  WS-DISP-EOF            VALUE "10".
           05  WS-REPT-STATUS      PIC X(2).
               88  WS-REPT-OK             VALUE "00".
           05  WS-CKPT-AVAIL-SW    PIC X(1) VALUE "N".
               88  WS-CKPT-AVAILABLE      VALUE "Y".
           05  WS-CYC-AVAIL-SW     PIC X(1) VALUE "N".
               88  WS-CYC-AVAILABLE       VALUE "Y".
           05  WS-ACK-AVAIL-SW     PIC X(1) VALUE "N".
               88  WS-ACK-AVAILABLE       VALUE "Y".
           05  WS-STAT-AVAIL-SW    PIC X(1) VALUE "N".
               88  WS-STAT-AVAILABLE      VALUE "Y".
           05  WS-HELD-AVAIL-SW    PIC X(1) VALUE "N".
               88  WS-HELD-AVAILABLE      VALUE "Y".
           05  WS-DISP-AVAIL-SW    PIC X(1) VALUE "N".
               88  WS-DISP-AVAILABLE      VALUE "Y".

       01  WS-RC-AMBER                 PIC 9(2) VALUE 4.
       01  WS-RC-RED                   PIC 9(2) VALUE 8.
       01  WS-RC-OPEN-FAILURE          PIC 9(2) VALUE 12.

       01  WS-BUS-DATE                 PIC X(8).
       01  WS-BUS-DATE-NUM REDEFINES WS-BUS-DATE
                                       PIC 9(8).
       01  WS-CURRENT-DATE-AREA.
           05  WS-CURRENT-DATE         PIC 9(8).
           05  FILLER                  PIC X(13).

       01  WS-OPTION-CARDS.
           05  WS-IN-AMBER-PTS         PIC X(2).
           05  WS-IN-AMBER-PTS-NUM REDEFINES WS-IN-AMBER-PTS
                                       PIC 9(2).
           05  WS-IN-RED-PTS           PIC X(2).
           05  WS-IN-RED-PTS-NUM REDEFINES WS-IN-RED-PTS
                                       PIC 9(2).
           05  WS-IN-BKLG-AMBER        PIC X(5).
           05  WS-IN-BKLG-AMBER-NUM REDEFINES WS-IN-BKLG-AMBER
                                       PIC 9(5).
           05  WS-IN-BKLG-RED          PIC X(5).
           05  WS-IN-BKLG-RED-NUM REDEFINES WS-IN-BKLG-RED
                                       PIC 9(5).

      * Where a section turns colour. The warehouse limits follow
      * DTVAL310's oldest aging bucket (over 5 days) and twice it;
      * a source's rejected value turns AMBER at twice its nightly
      * average.
       01  WS-THRESHOLDS.
           05  WS-AMBER-PTS            PIC 9(2) VALUE 2.
           05  WS-RED-PTS              PIC 9(2) VALUE 5.
           05  WS-BKLG-AMBER           PIC 9(5) VALUE 100.
           05  WS-BKLG-RED             PIC 9(5) VALUE 500.
           05  WS-HELD-AMBER-DAYS      PIC 9(3) VALUE 5.
           05  WS-HELD-RED-DAYS        PIC 9(3) VALUE 10.
           05  WS-VALUE-FACTOR         PIC 9(1) VALUE 2.
           05  WS-PRIOR-NIGHTS         PIC 9(1) VALUE 7.

      * Sections, in page order. Subscripts: 1 = run completion,
      * 2 = chain balance, 3 = settlement handoff, 4 = feed arrival,
      * 5 = rejects by source, 6 = held warehouse, 7 = open reject
      * backlog. Ratings: 0 = GREEN, 1 = AMBER, 2 = RED.
       01  WS-SECT-NAMES-VALUES.
           05  FILLER                  PIC X(20)
               VALUE "RUN COMPLETION".
           05  FILLER                  PIC X(20)
               VALUE "CHAIN BALANCE".
           05  FILLER                  PIC X(20)
               VALUE "SETTLEMENT HANDOFF".
           05  FILLER                  PIC X(20)
               VALUE "FEED ARRIVAL".
           05  FILLER                  PIC X(20)
               VALUE "REJECTS BY SOURCE".
           05  FILLER                  PIC X(20)
               VALUE "HELD WAREHOUSE".
           05  FILLER                  PIC X(20)
               VALUE "OPEN REJECT BACKLOG".
       01  WS-SECT-NAMES REDEFINES WS-SECT-NAMES-VALUES.
           05  WS-SECT-NAME            PIC X(20) OCCURS 7 TIMES.

       01  WS-RATING-NAMES-VALUES.
           05  FILLER                  PIC X(5) VALUE "GREEN".
           05  FILLER                  PIC X(5) VALUE "AMBER".
           05  FILLER                  PIC X(5) VALUE "RED".
       01  WS-RATING-NAMES REDEFINES WS-RATING-NAMES-VALUES.
           05  WS-RATING-NAME          PIC X(5) OCCURS 3 TIMES.

       01  WS-SECT-AREA.
           05  WS-SECT-ENTRY OCCURS 7 TIMES.
               10  WS-SECT-RATING      PIC 9(1).
               10  WS-SECT-SUMMARY     PIC X(100).

       01  WS-RATE-WORK.
           05  WS-SECT-IX              PIC 9(1).
           05  WS-NEW-RATING           PIC 9(1).
           05  WS-OVERALL-RATING       PIC 9(1) VALUE 0.
           05  WS-RATING-IX            PIC 9(1).

      * Per-program sums over the night's executions, as DTVAL800
      * keeps them. Subscripts: 1 = DTVAL100, 2 = DTVAL200,
      * 3 = DTVAL300, 4 = DTVAL320.
       01  WS-PGM-NAMES-VALUES.
           05  FILLER                  PIC X(8) VALUE "DTVAL100".
           05  FILLER                  PIC X(8) VALUE "DTVAL200".
           05  FILLER                  PIC X(8) VALUE "DTVAL300".
           05  FILLER                  PIC X(8) VALUE "DTVAL320".
       01  WS-PGM-NAMES REDEFINES WS-PGM-NAMES-VALUES.
           05  WS-PGM-NAME             PIC X(8) OCCURS 4 TIMES.

       01  WS-SUM-AREA.
           05  WS-SUM-PGM OCCURS 4 TIMES.
               10  WS-SUM-EXECS        PIC 9(5).
               10  WS-SUM-IN           PIC 9(11).
               10  WS-SUM-OUT          PIC 9(11).
               10  WS-SUM-REJ          PIC 9(11).
               10  WS-SUM-HELD         PIC 9(11).
               10  WS-SUM-QUEUED       PIC 9(11).

      * The three identities, subscripted 1 = DTVAL100, 2 = DTVAL300,
      * 3 = DTVAL320. State N = the program did not run, B =
      * balanced, O = out of balance by WS-PRF-DIFF-ABS.
       01  WS-PRF-LABELS-VALUES.
           05  FILLER                  PIC X(50)
               VALUE "DTVAL100: IN = VALID + REJECT + HELD + QUEUED".
           05  FILLER                  PIC X(50)
               VALUE "DTVAL300: HELD IN = RELEASED + CARRIED".
           05  FILLER                  PIC X(50)
               VALUE "DTVAL320: APPROVED IN = RELEASED".
       01  WS-PRF-LABELS REDEFINES WS-PRF-LABELS-VALUES.
           05  WS-PRF-LABEL            PIC X(50) OCCURS 3 TIMES.

       01  WS-PRF-AREA.
           05  WS-PRF-ENTRY OCCURS 3 TIMES.
               10  WS-PRF-STATE        PIC X(1).
               10  WS-PRF-DIFF-ABS     PIC 9(11).
       01  WS-PRF-WORK.
           05  WS-PRF-IX               PIC 9(1).
           05  WS-PGM-IX               PIC 9(1).
           05  WS-EXPECTED             PIC 9(11).
           05  WS-DIFF                 PIC S9(11).

      * One entry per validation job ID seen for the date - from its
      * control totals, or from a checkpoint taken that day. A night
      * restarted past midnight checkpoints under the next date, so
      * checkpoints after the date also count for a job already
      * found.
       01  WS-JOB-LIMITS.
           05  WS-JOB-MAX              PIC 9(3) COMP VALUE 50.
           05  WS-JOB-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-JOB-IX               PIC 9(3) COMP VALUE 0.
           05  WS-JOB-FOUND-IX         PIC 9(3) COMP VALUE 0.
           05  WS-FIND-JOB-ID          PIC X(8).
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JOB-ID           PIC X(8).
               10  WS-JOB-LIVE-EXECS   PIC 9(3).
               10  WS-JOB-BKO-EXECS    PIC 9(3).
               10  WS-JOB-WRITTEN      PIC 9(11).
               10  WS-JOB-CTL-STAMP    PIC X(16).
               10  WS-JOB-CKPT-SW      PIC X(1).
                   88  WS-JOB-HAS-CKPT        VALUE "Y".
               10  WS-JOB-CKPT-STATUS  PIC X(1).
                   88  WS-JOB-CKPT-COMPLETE   VALUE "C".
               10  WS-JOB-CKPT-RECS    PIC 9(9).
               10  WS-JOB-CKPT-STAMP   PIC X(16).
               10  WS-JOB-STATE        PIC X(1).
                   88  WS-JOB-COMPLETED       VALUE "C".
                   88  WS-JOB-STOPPED         VALUE "S".
                   88  WS-JOB-UNFINISHED      VALUE "A".
                   88  WS-JOB-NO-CKPT         VALUE "N".
                   88  WS-JOB-BACKED-OUT      VALUE "B".
               10  WS-JOB-ACK-STATE    PIC X(1).
                   88  WS-JOB-CONSUMED        VALUE "K".
                   88  WS-JOB-AWAITING-ACK    VALUE "W".
                   88  WS-JOB-SHORT-LOADED    VALUE "S".
                   88  WS-JOB-OVER-LOADED     VALUE "O".
                   88  WS-JOB-ACK-UNKNOWN     VALUE "U".
               10  WS-JOB-LOADED       PIC 9(9).

       01  WS-ACK-LIMITS.
           05  WS-ACK-MAX              PIC 9(4) COMP VALUE 500.
           05  WS-ACK-COUNT            PIC 9(4) COMP VALUE 0.
           05  WS-ACK-IX               PIC 9(4) COMP VALUE 0.
           05  WS-ACK-FOUND-IX         PIC 9(4) COMP VALUE 0.
           05  WS-FIND-ACK-DATE        PIC 9(8).
           05  WS-FIND-ACK-JOB         PIC X(8).
       01  WS-ACK-TABLE.
           05  WS-ACK-ENTRY OCCURS 500 TIMES.
               10  WS-ACK-TAB-DATE     PIC 9(8).
               10  WS-ACK-TAB-JOB      PIC X(8).
               10  WS-ACK-TAB-LOADED   PIC 9(9).

      * Earlier cycles DTVAL700 has carried forward because
      * settlement never answered them.
       01  WS-OLD-LIMITS.
           05  WS-OLD-MAX              PIC 9(3) COMP VALUE 20.
           05  WS-OLD-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-OLD-IX               PIC 9(3) COMP VALUE 0.
           05  WS-OLD-FOUND-IX         PIC 9(3) COMP VALUE 0.
           05  WS-OLD-OVERFLOW         PIC 9(5) VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 20 TIMES.
               10  WS-OLD-RUN-DATE     PIC 9(8).
               10  WS-OLD-JOB-ID       PIC X(8).

      * One entry per header source ID with statistics tonight or in
      * the 7 nights before. Arrival: Y presented, U presented but
      * not expected, N expected and missing.
       01  WS-SRC-LIMITS.
           05  WS-SRC-MAX              PIC 9(3) COMP VALUE 100.
           05  WS-SRC-COUNT            PIC 9(3) COMP VALUE 0.
           05  WS-SRC-IX               PIC 9(3) COMP VALUE 0.
           05  WS-SRC-FOUND-IX         PIC 9(3) COMP VALUE 0.
           05  WS-SRC-DROPPED          PIC 9(5) VALUE 0.
       01  WS-SRC-TABLE.
           05  WS-SRC-ENTRY OCCURS 100 TIMES.
               10  WS-SRC-ID           PIC X(8).
               10  WS-SRC-TONIGHT-SW   PIC X(1).
                   88  WS-SRC-TONIGHT         VALUE "Y".
               10  WS-SRC-ARRIVAL      PIC X(1).
                   88  WS-SRC-ARRIVED         VALUE "Y".
                   88  WS-SRC-UNEXPECTED      VALUE "U".
                   88  WS-SRC-MISSING         VALUE "N".
               10  WS-SRC-READ         PIC 9(11).
               10  WS-SRC-REJ          PIC 9(11).
               10  WS-SRC-VALUE        PIC 9(13)V99.
               10  WS-SRC-PRIOR-READ   PIC 9(11).
               10  WS-SRC-PRIOR-REJ    PIC 9(11).
               10  WS-SRC-PRIOR-VALUE  PIC 9(13)V99.
               10  WS-SRC-PRIOR-NIGHTS PIC 9(1).
               10  WS-SRC-LAST-PRIOR   PIC 9(8).
               10  WS-SRC-RATE         PIC 9(3)V9.
               10  WS-SRC-AVG-RATE     PIC 9(3)V9.
               10  WS-SRC-AVG-VALUE    PIC 9(13)V99.
               10  WS-SRC-STATE        PIC X(12).

       01  WS-STAT-WORK.
           05  WS-WINDOW-DATE          PIC 9(8).
           05  WS-WINDOW-PARTS REDEFINES WS-WINDOW-DATE.
               10  WS-WINDOW-CCYY      PIC 9(4).
               10  WS-WINDOW-MM        PIC 9(2).
               10  WS-WINDOW-DD        PIC 9(2).
           05  WS-REC-REJ              PIC 9(11).
           05  WS-REC-VALUE            PIC 9(13)V99.
           05  WS-NIGHTS-BACK          PIC S9(9).
           05  WS-LIMIT-RATE           PIC 9(4)V9.
           05  WS-LIMIT-VALUE          PIC 9(14)V99.

       01  WS-COUNTS.
           05  WS-CTL-READ             PIC 9(9) VALUE 0.
           05  WS-CKPT-READ            PIC 9(9) VALUE 0.
           05  WS-STAT-MATCHED         PIC 9(9) VALUE 0.
           05  WS-STAT-TONIGHT         PIC 9(9) VALUE 0.
           05  WS-JOBS-LIVE            PIC 9(3) VALUE 0.
           05  WS-JOBS-COMPLETED       PIC 9(3) VALUE 0.
           05  WS-JOBS-STOPPED         PIC 9(3) VALUE 0.
           05  WS-JOBS-UNFINISHED      PIC 9(3) VALUE 0.
           05  WS-JOBS-BACKED-OUT      PIC 9(3) VALUE 0.
           05  WS-CYCLES-CONSUMED      PIC 9(3) VALUE 0.
           05  WS-CYCLES-AWAITING      PIC 9(3) VALUE 0.
           05  WS-CYCLES-BAD-LOAD      PIC 9(3) VALUE 0.
           05  WS-FEEDS-MISSING        PIC 9(3) VALUE 0.
           05  WS-FEEDS-UNEXPECTED     PIC 9(3) VALUE 0.
           05  WS-SOURCES-TONIGHT      PIC 9(3) VALUE 0.
           05  WS-SOURCES-AMBER        PIC 9(3) VALUE 0.
           05  WS-SOURCES-RED          PIC 9(3) VALUE 0.
           05  WS-HELD-COUNT           PIC 9(9) VALUE 0.
           05  WS-HELD-VALUE           PIC 9(13)V99 VALUE 0.
           05  WS-HELD-UNDATED         PIC 9(9) VALUE 0.
           05  WS-HELD-OLDEST          PIC 9(8) VALUE 0.
           05  WS-HELD-OLDEST-AGE      PIC S9(9) VALUE 0.
           05  WS-BKLG-COUNT           PIC 9(9) VALUE 0.
           05  WS-BKLG-VALUE           PIC 9(13)V99 VALUE 0.
           05  WS-BKLG-UNVALUED        PIC 9(9) VALUE 0.
           05  WS-BKLG-OLDEST          PIC 9(8) VALUE 0.
           05  WS-BKLG-OLDEST-AGE      PIC S9(9) VALUE 0.
           05  WS-BKLG-RETURNED        PIC 9(9) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  WS-ED-COUNT-2           PIC ZZZ,ZZZ,ZZ9.
           05  WS-ED-SMALL-1           PIC ZZ9.
           05  WS-ED-SMALL-2           PIC ZZ9.
           05  WS-ED-SMALL-3           PIC ZZ9.
           05  WS-ED-SMALL-4           PIC ZZ9.
           05  WS-ED-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-DAYS              PIC ZZZZ9.

       01  WS-DAY-NUMBERS.
           05  WS-BUS-DAY-NUM          PIC 9(9).

       01  WS-DAYNUM-WORK.
           05  WS-DAYNUM-DATE          PIC 9(8).
           05  WS-DAYNUM-PARTS REDEFINES WS-DAYNUM-DATE.
               10  WS-DAYNUM-CCYY      PIC 9(4).
               10  WS-DAYNUM-MM        PIC 9(2).
               10  WS-DAYNUM-DD        PIC 9(2).
           05  WS-DAYNUM-RESULT        PIC 9(9).
           05  WS-DAYNUM-Y1            PIC 9(4).
           05  WS-DAYNUM-QUOT          PIC 9(4).
           05  WS-DAYNUM-REM           PIC 9(4).

       01  WS-CUMDAYS-VALUES.
           05  FILLER                  PIC 9(3) VALUE 000.
           05  FILLER                  PIC 9(3) VALUE 031.
           05  FILLER                  PIC 9(3) VALUE 059.
           05  FILLER                  PIC 9(3) VALUE 090.
           05  FILLER                  PIC 9(3) VALUE 120.
           05  FILLER                  PIC 9(3) VALUE 151.
           05  FILLER                  PIC 9(3) VALUE 181.
           05  FILLER                  PIC 9(3) VALUE 212.
           05  FILLER                  PIC 9(3) VALUE 243.
           05  FILLER                  PIC 9(3) VALUE 273.
           05  FILLER                  PIC 9(3) VALUE 304.
           05  FILLER                  PIC 9(3) VALUE 334.
       01  WS-CUMDAYS REDEFINES WS-CUMDAYS-VALUES.
           05  WS-CUMDAYS-TAB          PIC 9(3) OCCURS 12 TIMES.

       01  WS-HEADING-1.
           05  FILLER                  PIC X(36)
               VALUE "DTVAL850  MORNING OPERATIONS STATUS".
           05  FILLER                  PIC X(14)
               VALUE "BUSINESS DATE ".
           05  WS-HDG-DATE             PIC X(8).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-SECT-LINE.
           05  WS-SCT-NAME             PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SCT-RATING           PIC X(5).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SCT-SUMMARY          PIC X(100).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-TEXT-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-TXT                  PIC X(128).

       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-PFL-TEXT             PIC X(50).
           05  WS-PFL-VERDICT          PIC X(16).
           05  WS-PFL-DIFF-LABEL       PIC X(6).
           05  WS-PFL-DIFF             PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-SRC-HEAD.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(11) VALUE "     READ".
           05  FILLER                  PIC X(11) VALUE "  REJECTS".
           05  FILLER                  PIC X(8)  VALUE "RATE%".
           05  FILLER                  PIC X(7)  VALUE " AVG%".
           05  FILLER                  PIC X(20)
               VALUE "    VALUE REJECTED".
           05  FILLER                  PIC X(20)
               VALUE "   AVG VALUE/NIGHT".
           05  FILLER                  PIC X(4)  VALUE "NT".
           05  FILLER                  PIC X(37) VALUE "STATUS".

       01  WS-SRC-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  WS-SRL-SOURCE           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRL-READ             PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRL-REJ              PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRL-RATE             PIC ZZ9.9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SRL-AVG-RATE         PIC ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRL-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRL-AVG-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WS-SRL-NIGHTS           PIC 9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  WS-SRL-STATE            PIC X(12).
           05  FILLER                  PIC X(25) VALUE SPACES.

       01  WS-OVERALL-LINE.
           05  FILLER                  PIC X(22)
               VALUE "OVERALL STATUS".
           05  WS-OVL-RATING           PIC X(5).
           05  FILLER                  PIC X(19)
               VALUE "   CONDITION CODE ".
           05  WS-OVL-CODE             PIC Z9.
           05  FILLER                  PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           INITIALIZE WS-SUM-AREA
           INITIALIZE WS-SECT-AREA
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-AREA
           PERFORM 1000-GET-OPTIONS
           PERFORM 2000-READ-CONTROL-TOTALS
           PERFORM 2100-READ-CHECKPOINTS
           PERFORM 2200-READ-ACKNOWLEDGMENTS
           PERFORM 2300-READ-CYCLES
           PERFORM 2400-READ-STATISTICS
           PERFORM 2500-READ-WAREHOUSE
           PERFORM 2600-READ-DISPOSITIONS
           PERFORM 3100-RATE-RUN
           PERFORM 3200-RATE-BALANCE
           PERFORM 3300-RATE-SETTLEMENT
           PERFORM 3400-RATE-ARRIVAL
           PERFORM 3500-RATE-REJECTS
           PERFORM 3600-RATE-WAREHOUSE
           PERFORM 3700-RATE-BACKLOG
           PERFORM 4000-WRITE-PAGE
           DISPLAY "Overall status for " WS-BUS-DATE ": "
               WS-RATING-NAME (WS-OVERALL-RATING + 1)
           IF WS-OVERALL-RATING = 1
               MOVE WS-RC-AMBER TO RETURN-CODE
           END-IF
           IF WS-OVERALL-RATING = 2
               MOVE WS-RC-RED TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-GET-OPTIONS.
           DISPLAY "Business date (YYYYMMDD, blank = today): "
           ACCEPT WS-BUS-DATE
           IF WS-BUS-DATE = SPACES
              OR WS-BUS-DATE IS NOT NUMERIC
               MOVE WS-CURRENT-DATE TO WS-BUS-DATE-NUM
           END-IF
           DISPLAY "Reject-rate AMBER margin (2 digits, blank = 02): "
           ACCEPT WS-IN-AMBER-PTS
           IF WS-IN-AMBER-PTS IS NUMERIC
               MOVE WS-IN-AMBER-PTS-NUM TO WS-AMBER-PTS
           END-IF
           DISPLAY "Reject-rate RED margin (2 digits, blank = 05): "
           ACCEPT WS-IN-RED-PTS
           IF WS-IN-RED-PTS IS NUMERIC
               MOVE WS-IN-RED-PTS-NUM TO WS-RED-PTS
           END-IF
           DISPLAY "Backlog AMBER count (5 digits, blank = 00100): "
           ACCEPT WS-IN-BKLG-AMBER
           IF WS-IN-BKLG-AMBER IS NUMERIC
              AND WS-IN-BKLG-AMBER-NUM > 0
               MOVE WS-IN-BKLG-AMBER-NUM TO WS-BKLG-AMBER
           END-IF
           DISPLAY "Backlog RED count (5 digits, blank = 00500): "
           ACCEPT WS-IN-BKLG-RED
           IF WS-IN-BKLG-RED IS NUMERIC
              AND WS-IN-BKLG-RED-NUM > 0
               MOVE WS-IN-BKLG-RED-NUM TO WS-BKLG-RED
           END-IF
           IF WS-RED-PTS < WS-AMBER-PTS
               MOVE WS-AMBER-PTS TO WS-RED-PTS
           END-IF
           IF WS-BKLG-RED < WS-BKLG-AMBER
               MOVE WS-BKLG-AMBER TO WS-BKLG-RED
           END-IF
           MOVE WS-BUS-DATE-NUM TO WS-DAYNUM-DATE
           PERFORM 8000-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-RESULT TO WS-BUS-DAY-NUM.

      * Per-program sums exactly as DTVAL800 takes them, plus one job
      * entry per DTVAL100 job ID: what it wrote to the validated
      * feed and when its last execution ended.
       2000-READ-CONTROL-TOTALS.
           OPEN INPUT CTL-FILE
           IF NOT WS-CTL-OK
               DISPLAY "Unable to open control-total file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ CTL-FILE
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CTL-READ
                       IF CTL-RUN-DATE IS NUMERIC
                          AND CTL-RUN-DATE = WS-BUS-DATE-NUM
                           PERFORM 2010-TAKE-CONTROL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-FILE
           DISPLAY "Control records read:    " WS-CTL-READ.

       2010-TAKE-CONTROL-RECORD.
           IF CTL-PROGRAM = WS-PGM-NAME (1)
               MOVE CTL-JOB-ID TO WS-FIND-JOB-ID
               PERFORM 2900-FIND-JOB
               IF WS-JOB-FOUND-IX = 0
                   PERFORM 2910-ADD-JOB
               END-IF
               IF WS-JOB-FOUND-IX > 0
                   IF CTL-BACKED-OUT
                       ADD 1 TO WS-JOB-BKO-EXECS (WS-JOB-FOUND-IX)
                   ELSE
                       ADD 1 TO WS-JOB-LIVE-EXECS (WS-JOB-FOUND-IX)
                       ADD CTL-RECS-OUT
                           TO WS-JOB-WRITTEN (WS-JOB-FOUND-IX)
                       IF CTL-TIMESTAMP (1:16)
                               > WS-JOB-CTL-STAMP (WS-JOB-FOUND-IX)
                           MOVE CTL-TIMESTAMP (1:16)
                               TO WS-JOB-CTL-STAMP (WS-JOB-FOUND-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT CTL-BACKED-OUT
               MOVE 0 TO WS-PGM-IX
               IF CTL-PROGRAM = WS-PGM-NAME (1)
                   MOVE 1 TO WS-PGM-IX
               END-IF
               IF CTL-PROGRAM = WS-PGM-NAME (2)
                   MOVE 2 TO WS-PGM-IX
               END-IF
               IF CTL-PROGRAM = WS-PGM-NAME (3)
                   MOVE 3 TO WS-PGM-IX
               END-IF
               IF CTL-PROGRAM = WS-PGM-NAME (4)
                   MOVE 4 TO WS-PGM-IX
               END-IF
               IF WS-PGM-IX > 0
                   ADD 1 TO WS-SUM-EXECS (WS-PGM-IX)
                   ADD CTL-RECS-IN TO WS-SUM-IN (WS-PGM-IX)
                   ADD CTL-RECS-OUT TO WS-SUM-OUT (WS-PGM-IX)
                   ADD CTL-RECS-REJECTED TO WS-SUM-REJ (WS-PGM-IX)
                   ADD CTL-RECS-HELD TO WS-SUM-HELD (WS-PGM-IX)
                   IF CTL-RECS-QUEUED IS NUMERIC
                       ADD CTL-RECS-QUEUED
                           TO WS-SUM-QUEUED (WS-PGM-IX)
                   END-IF
               END-IF
           END-IF.

      * The checkpoint file is in write order, so the last record
      * read for a job is where it stands: C is the completion
      * record, anything else the last checkpoint it took.
       2100-READ-CHECKPOINTS.
           OPEN INPUT CKPT-FILE
           IF NOT WS-CKPT-OK
               DISPLAY "Checkpoint file unavailable - run completion "
                   "cannot be confirmed"
           ELSE
               SET WS-CKPT-AVAILABLE TO TRUE
               PERFORM UNTIL WS-CKPT-EOF
                   READ CKPT-FILE
                       AT END
                           SET WS-CKPT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CKPT-READ
                           PERFORM 2110-TAKE-CHECKPOINT
                   END-READ
               END-PERFORM
               CLOSE CKPT-FILE
           END-IF
           DISPLAY "Checkpoint records read: " WS-CKPT-READ.

       2110-TAKE-CHECKPOINT.
           IF CKPT-TIMESTAMP (1:8) NOT < WS-BUS-DATE
               MOVE CKPT-JOB-ID TO WS-FIND-JOB-ID
               PERFORM 2900-FIND-JOB
               IF WS-JOB-FOUND-IX = 0
                  AND CKPT-TIMESTAMP (1:8) = WS-BUS-DATE
                   PERFORM 2910-ADD-JOB
               END-IF
               IF WS-JOB-FOUND-IX > 0
                   MOVE "Y" TO WS-JOB-CKPT-SW (WS-JOB-FOUND-IX)
                   MOVE CKPT-RUN-STATUS
                       TO WS-JOB-CKPT-STATUS (WS-JOB-FOUND-IX)
                   IF CKPT-REC-COUNT IS NUMERIC
                       MOVE CKPT-REC-COUNT
                           TO WS-JOB-CKPT-RECS (WS-JOB-FOUND-IX)
                   END-IF
                   MOVE CKPT-TIMESTAMP (1:16)
                       TO WS-JOB-CKPT-STAMP (WS-JOB-FOUND-IX)
               END-IF
           END-IF.

       2200-READ-ACKNOWLEDGMENTS.
           OPEN INPUT ACK-FILE
           IF NOT WS-ACK-OK
               DISPLAY "Acknowledgment file unavailable - handoff "
                   "cannot be confirmed"
           ELSE
               SET WS-ACK-AVAILABLE TO TRUE
               PERFORM UNTIL WS-ACK-EOF
                   READ ACK-FILE
                       AT END
                           SET WS-ACK-EOF TO TRUE
                       NOT AT END
                           PERFORM 2210-STORE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF
           DISPLAY "Acknowledgments loaded:  " WS-ACK-COUNT.

       2210-STORE-ACK.
           IF WS-ACK-COUNT >= WS-ACK-MAX
               DISPLAY "Ack table full, record dropped: "
                   ACK-RUN-DATE " " ACK-JOB-ID
           ELSE
               ADD 1 TO WS-ACK-COUNT
               MOVE ACK-RUN-DATE TO WS-ACK-TAB-DATE (WS-ACK-COUNT)
               MOVE ACK-JOB-ID TO WS-ACK-TAB-JOB (WS-ACK-COUNT)
               IF ACK-RECS-LOADED IS NUMERIC
                   MOVE ACK-RECS-LOADED
                       TO WS-ACK-TAB-LOADED (WS-ACK-COUNT)
               ELSE
                   MOVE 0 TO WS-ACK-TAB-LOADED (WS-ACK-COUNT)
               END-IF
           END-IF.

      * An earlier night's cycle still on the control file with no
      * acknowledgment is one DTVAL700 has been carrying forward -
      * settlement has yet to consume it. Only judged when the
      * acknowledgments could be read.
       2300-READ-CYCLES.
           OPEN INPUT CYC-FILE
           IF NOT WS-CYC-OK
               DISPLAY "Cycle control file unavailable - earlier "
                   "cycles not checked"
           ELSE
               SET WS-CYC-AVAILABLE TO TRUE
               PERFORM UNTIL WS-CYC-EOF
                   READ CYC-FILE
                       AT END
                           SET WS-CYC-EOF TO TRUE
                       NOT AT END
                           IF CYC-RUN-DATE IS NUMERIC
                              AND CYC-RUN-DATE < WS-BUS-DATE-NUM
                              AND NOT CYC-BACKED-OUT
                              AND WS-ACK-AVAILABLE
                               PERFORM 2310-CHECK-EARLIER-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYC-FILE
           END-IF.

       2310-CHECK-EARLIER-CYCLE.
           MOVE CYC-RUN-DATE TO WS-FIND-ACK-DATE
           MOVE CYC-JOB-ID TO WS-FIND-ACK-JOB
           PERFORM 2920-FIND-ACK
           IF WS-ACK-FOUND-IX = 0
               MOVE 0 TO WS-OLD-FOUND-IX
               MOVE 1 TO WS-OLD-IX
               PERFORM UNTIL WS-OLD-IX > WS-OLD-COUNT
                          OR WS-OLD-FOUND-IX > 0
                   IF WS-OLD-RUN-DATE (WS-OLD-IX) = CYC-RUN-DATE
                      AND WS-OLD-JOB-ID (WS-OLD-IX) = CYC-JOB-ID
                       MOVE WS-OLD-IX TO WS-OLD-FOUND-IX
                   END-IF
                   ADD 1 TO WS-OLD-IX
               END-PERFORM
               IF WS-OLD-FOUND-IX = 0
                   IF WS-OLD-COUNT >= WS-OLD-MAX
                       ADD 1 TO WS-OLD-OVERFLOW
                   ELSE
                       ADD 1 TO WS-OLD-COUNT
                       MOVE CYC-RUN-DATE
                           TO WS-OLD-RUN-DATE (WS-OLD-COUNT)
                       MOVE CYC-JOB-ID TO WS-OLD-JOB-ID (WS-OLD-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Statistics are keyed run date first: starting a month before
      * the business date takes in the prior 7 nights whatever the
      * month, and the read stops once past the business date.
       2400-READ-STATISTICS.
           OPEN INPUT STAT-FILE
           IF NOT WS-STAT-OK
               DISPLAY "Run-statistics file unavailable - arrival "
                   "and reject sections not rated"
           ELSE
               SET WS-STAT-AVAILABLE TO TRUE
               MOVE WS-BUS-DATE-NUM TO WS-WINDOW-DATE
               IF WS-WINDOW-MM > 1
                   SUBTRACT 1 FROM WS-WINDOW-MM
               ELSE
                   MOVE 12 TO WS-WINDOW-MM
                   SUBTRACT 1 FROM WS-WINDOW-CCYY
               END-IF
               MOVE LOW-VALUES TO STAT-KEY
               MOVE WS-WINDOW-DATE TO STAT-RUN-DATE
               START STAT-FILE
                   KEY IS >= STAT-KEY
                   INVALID KEY
                       SET WS-STAT-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-STAT-EOF
                   READ STAT-FILE NEXT RECORD
                       AT END
                           SET WS-STAT-EOF TO TRUE
                       NOT AT END
                           IF STAT-RUN-DATE > WS-BUS-DATE-NUM
                               SET WS-STAT-EOF TO TRUE
                           ELSE
                               IF NOT STAT-BACKED-OUT
                                   PERFORM 2410-TAKE-STATISTIC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAT-FILE
           END-IF
           DISPLAY "Statistics matched:      " WS-STAT-MATCHED
           DISPLAY "Statistics for the date: " WS-STAT-TONIGHT.

       2410-TAKE-STATISTIC.
           MOVE STAT-RUN-DATE TO WS-DAYNUM-DATE
           PERFORM 8000-COMPUTE-DAY-NUMBER
           COMPUTE WS-NIGHTS-BACK
               = WS-BUS-DAY-NUM - WS-DAYNUM-RESULT
           IF WS-NIGHTS-BACK >= 0
              AND WS-NIGHTS-BACK <= WS-PRIOR-NIGHTS
               ADD 1 TO WS-STAT-MATCHED
               PERFORM 2420-SUM-STAT-REJECTS
               PERFORM 2930-FIND-SOURCE
               IF WS-SRC-FOUND-IX > 0
                   IF WS-NIGHTS-BACK = 0
                       ADD 1 TO WS-STAT-TONIGHT
                       PERFORM 2430-TAKE-TONIGHT
                   ELSE
                       PERFORM 2440-TAKE-PRIOR-NIGHT
                   END-IF
               END-IF
           END-IF.

      * Every per-record reject reason the statistics break out; the
      * fields added after the first layout are blank on old
      * records.
       2420-SUM-STAT-REJECTS.
           MOVE 0 TO WS-REC-REJ
           ADD STAT-REJ-CUTOFF STAT-REJ-MALFORMED STAT-REJ-MONTH
               STAT-REJ-DAY STAT-REJ-NON-BUS STAT-REJ-TIME
               STAT-REJ-DUP TO WS-REC-REJ
           IF STAT-REJ-AMOUNT IS NUMERIC
               ADD STAT-REJ-AMOUNT TO WS-REC-REJ
           END-IF
           IF STAT-REJ-ACCT-UNKNOWN IS NUMERIC
               ADD STAT-REJ-ACCT-UNKNOWN TO WS-REC-REJ
           END-IF
           IF STAT-REJ-ACCT-CLOSED IS NUMERIC
               ADD STAT-REJ-ACCT-CLOSED TO WS-REC-REJ
           END-IF
           IF STAT-REJ-ACCT-FROZEN IS NUMERIC
               ADD STAT-REJ-ACCT-FROZEN TO WS-REC-REJ
           END-IF
           IF STAT-REJ-REV-NOT-FOUND IS NUMERIC
               ADD STAT-REJ-REV-NOT-FOUND TO WS-REC-REJ
           END-IF
           IF STAT-REJ-REV-NOT-ACCEPT IS NUMERIC
               ADD STAT-REJ-REV-NOT-ACCEPT TO WS-REC-REJ
           END-IF
           IF STAT-REJ-REV-REVERSED IS NUMERIC
               ADD STAT-REJ-REV-REVERSED TO WS-REC-REJ
           END-IF
           IF STAT-REJ-REV-OVER-AMT IS NUMERIC
               ADD STAT-REJ-REV-OVER-AMT TO WS-REC-REJ
           END-IF
           IF STAT-REJ-REV-NO-ID IS NUMERIC
               ADD STAT-REJ-REV-NO-ID TO WS-REC-REJ
           END-IF
           IF STAT-AMT-REJECTED IS NUMERIC
               MOVE STAT-AMT-REJECTED TO WS-REC-VALUE
           ELSE
               MOVE 0 TO WS-REC-VALUE
           END-IF.

      * A source that presented under one job ID counts as arrived
      * even if another execution of the night marked it missing.
       2430-TAKE-TONIGHT.
           MOVE "Y" TO WS-SRC-TONIGHT-SW (WS-SRC-FOUND-IX)
           ADD STAT-RECS-READ TO WS-SRC-READ (WS-SRC-FOUND-IX)
           ADD WS-REC-REJ TO WS-SRC-REJ (WS-SRC-FOUND-IX)
           ADD WS-REC-VALUE TO WS-SRC-VALUE (WS-SRC-FOUND-IX)
           IF WS-SRC-ARRIVAL (WS-SRC-FOUND-IX) = SPACE
              OR WS-SRC-MISSING (WS-SRC-FOUND-IX)
               MOVE STAT-ARRIVAL TO WS-SRC-ARRIVAL (WS-SRC-FOUND-IX)
           END-IF.

      * A night a source was expected and missing carries zero
      * counts and is not averaged in.
       2440-TAKE-PRIOR-NIGHT.
           IF NOT STAT-MISSING
               ADD STAT-RECS-READ TO WS-SRC-PRIOR-READ (WS-SRC-FOUND-IX)
               ADD WS-REC-REJ TO WS-SRC-PRIOR-REJ (WS-SRC-FOUND-IX)
               ADD WS-REC-VALUE
                   TO WS-SRC-PRIOR-VALUE (WS-SRC-FOUND-IX)
               IF STAT-RUN-DATE
                       NOT = WS-SRC-LAST-PRIOR (WS-SRC-FOUND-IX)
                   ADD 1 TO WS-SRC-PRIOR-NIGHTS (WS-SRC-FOUND-IX)
                   MOVE STAT-RUN-DATE
                       TO WS-SRC-LAST-PRIOR (WS-SRC-FOUND-IX)
               END-IF
           END-IF.

      * Warehouse age runs from the date the nightly run parked the
      * item; items parked before the hold date existed are counted
      * as undated, as DTVAL310 shows them UNK.
       2500-READ-WAREHOUSE.
           OPEN INPUT HELD-IN-FILE
           IF NOT WS-HELDIN-OK
               DISPLAY "Held-transactions file unavailable"
           ELSE
               SET WS-HELD-AVAILABLE TO TRUE
               PERFORM UNTIL WS-HELDIN-EOF
                   READ HELD-IN-FILE
                       AT END
                           SET WS-HELDIN-EOF TO TRUE
                       NOT AT END
                           PERFORM 2510-TAKE-HELD-ITEM
                   END-READ
               END-PERFORM
               CLOSE HELD-IN-FILE
           END-IF
           DISPLAY "Held items read:         " WS-HELD-COUNT.

       2510-TAKE-HELD-ITEM.
           ADD 1 TO WS-HELD-COUNT
           IF TRAN-AMOUNT IS NUMERIC
               ADD TRAN-AMOUNT TO WS-HELD-VALUE
           END-IF
           IF TRAN-HOLD-DATE IS NUMERIC AND TRAN-HOLD-DATE > 0
               IF WS-HELD-OLDEST = 0
                  OR TRAN-HOLD-DATE < WS-HELD-OLDEST
                   MOVE TRAN-HOLD-DATE TO WS-HELD-OLDEST
               END-IF
           ELSE
               ADD 1 TO WS-HELD-UNDATED
           END-IF.

      * The backlog is what the repair team still has to work: open
      * dispositions. Returned ones (T) are the source's to fix and
      * are counted apart.
       2600-READ-DISPOSITIONS.
           OPEN INPUT DISP-FILE
           IF NOT WS-DISP-OK
               DISPLAY "Disposition file unavailable"
           ELSE
               SET WS-DISP-AVAILABLE TO TRUE
               PERFORM UNTIL WS-DISP-EOF
                   READ DISP-FILE NEXT RECORD
                       AT END
                           SET WS-DISP-EOF TO TRUE
                       NOT AT END
                           PERFORM 2610-TAKE-DISPOSITION
                   END-READ
               END-PERFORM
               CLOSE DISP-FILE
           END-IF
           DISPLAY "Open dispositions:       " WS-BKLG-COUNT.

       2610-TAKE-DISPOSITION.
           IF DISP-RETURNED
               ADD 1 TO WS-BKLG-RETURNED
           END-IF
           IF DISP-OPEN
               ADD 1 TO WS-BKLG-COUNT
               IF DISP-AMOUNT IS NUMERIC
                   ADD DISP-AMOUNT TO WS-BKLG-VALUE
               ELSE
                   ADD 1 TO WS-BKLG-UNVALUED
               END-IF
               IF DISP-MAINT-DATE IS NUMERIC AND DISP-MAINT-DATE > 0
                   IF WS-BKLG-OLDEST = 0
                      OR DISP-MAINT-DATE < WS-BKLG-OLDEST
                       MOVE DISP-MAINT-DATE TO WS-BKLG-OLDEST
                   END-IF
               END-IF
           END-IF.

       2900-FIND-JOB.
           MOVE 0 TO WS-JOB-FOUND-IX
           MOVE 1 TO WS-JOB-IX
           PERFORM UNTIL WS-JOB-IX > WS-JOB-COUNT
                      OR WS-JOB-FOUND-IX > 0
               IF WS-JOB-ID (WS-JOB-IX) = WS-FIND-JOB-ID
                   MOVE WS-JOB-IX TO WS-JOB-FOUND-IX
               END-IF
               ADD 1 TO WS-JOB-IX
           END-PERFORM.

       2910-ADD-JOB.
           IF WS-JOB-COUNT >= WS-JOB-MAX
               DISPLAY "Job table full, job not shown: "
                   WS-FIND-JOB-ID
           ELSE
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-FOUND-IX
               MOVE WS-FIND-JOB-ID TO WS-JOB-ID (WS-JOB-COUNT)
               MOVE 0 TO WS-JOB-LIVE-EXECS (WS-JOB-COUNT)
               MOVE 0 TO WS-JOB-BKO-EXECS (WS-JOB-COUNT)
               MOVE 0 TO WS-JOB-WRITTEN (WS-JOB-COUNT)
               MOVE SPACES TO WS-JOB-CTL-STAMP (WS-JOB-COUNT)
               MOVE "N" TO WS-JOB-CKPT-SW (WS-JOB-COUNT)
               MOVE SPACE TO WS-JOB-CKPT-STATUS (WS-JOB-COUNT)
               MOVE 0 TO WS-JOB-CKPT-RECS (WS-JOB-COUNT)
               MOVE SPACES TO WS-JOB-CKPT-STAMP (WS-JOB-COUNT)
               MOVE SPACE TO WS-JOB-STATE (WS-JOB-COUNT)
               MOVE SPACE TO WS-JOB-ACK-STATE (WS-JOB-COUNT)
               MOVE 0 TO WS-JOB-LOADED (WS-JOB-COUNT)
           END-IF.

       2920-FIND-ACK.
           MOVE 0 TO WS-ACK-FOUND-IX
           MOVE 1 TO WS-ACK-IX
           PERFORM UNTIL WS-ACK-IX > WS-ACK-COUNT
                      OR WS-ACK-FOUND-IX > 0
               IF WS-ACK-TAB-DATE (WS-ACK-IX) = WS-FIND-ACK-DATE
                  AND WS-ACK-TAB-JOB (WS-ACK-IX) = WS-FIND-ACK-JOB
                   MOVE WS-ACK-IX TO WS-ACK-FOUND-IX
               END-IF
               ADD 1 TO WS-ACK-IX
           END-PERFORM.

       2930-FIND-SOURCE.
           MOVE 0 TO WS-SRC-FOUND-IX
           MOVE 1 TO WS-SRC-IX
           PERFORM UNTIL WS-SRC-IX > WS-SRC-COUNT
                      OR WS-SRC-FOUND-IX > 0
               IF WS-SRC-ID (WS-SRC-IX) = STAT-SOURCE-ID
                   MOVE WS-SRC-IX TO WS-SRC-FOUND-IX
               END-IF
               ADD 1 TO WS-SRC-IX
           END-PERFORM
           IF WS-SRC-FOUND-IX = 0
               IF WS-SRC-COUNT >= WS-SRC-MAX
                   ADD 1 TO WS-SRC-DROPPED
               ELSE
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-FOUND-IX
                   INITIALIZE WS-SRC-ENTRY (WS-SRC-COUNT)
                   MOVE STAT-SOURCE-ID TO WS-SRC-ID (WS-SRC-COUNT)
               END-IF
           END-IF.

      * A job is complete once its completion checkpoint is the last
      * word. Stopped means the run closed itself down with end-of-
      * run totals after its last checkpoint - a window-close
      * suspension (CC 24) or the reject breaker (CC 20) - and
      * resumes on resubmission under the same job ID. A last
      * checkpoint with nothing after it is an abend, or a job
      * still running.
       3100-RATE-RUN.
           MOVE 1 TO WS-SECT-IX
           PERFORM 3110-RATE-ONE-JOB
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
           MOVE SPACES TO WS-SECT-SUMMARY (1)
           IF WS-JOBS-LIVE = 0
               MOVE 2 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
               MOVE "NO VALIDATION RUN FOUND FOR THE DATE"
                   TO WS-SECT-SUMMARY (1)
           ELSE
               MOVE WS-JOBS-LIVE TO WS-ED-SMALL-1
               MOVE WS-JOBS-COMPLETED TO WS-ED-SMALL-2
               MOVE WS-JOBS-STOPPED TO WS-ED-SMALL-3
               MOVE WS-JOBS-UNFINISHED TO WS-ED-SMALL-4
               STRING WS-ED-SMALL-1 " JOB(S):"
                   WS-ED-SMALL-2 " COMPLETED,"
                   WS-ED-SMALL-3 " STOPPED,"
                   WS-ED-SMALL-4 " NOT FINISHED"
                   DELIMITED BY SIZE
                   INTO WS-SECT-SUMMARY (1)
           END-IF
           IF NOT WS-CKPT-AVAILABLE
               MOVE 1 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
               MOVE "CHECKPOINT FILE UNAVAILABLE - COMPLETION NOT "
                   TO WS-SECT-SUMMARY (1)
               MOVE "CONFIRMED" TO WS-SECT-SUMMARY (1) (46:9)
           END-IF.

       3110-RATE-ONE-JOB.
           EVALUATE TRUE
               WHEN WS-JOB-LIVE-EXECS (WS-JOB-IX) = 0
                    AND WS-JOB-BKO-EXECS (WS-JOB-IX) > 0
                   SET WS-JOB-BACKED-OUT (WS-JOB-IX) TO TRUE
                   ADD 1 TO WS-JOBS-BACKED-OUT
                   MOVE 0 TO WS-NEW-RATING
               WHEN NOT WS-JOB-HAS-CKPT (WS-JOB-IX)
                   SET WS-JOB-NO-CKPT (WS-JOB-IX) TO TRUE
                   ADD 1 TO WS-JOBS-STOPPED
                   MOVE 1 TO WS-NEW-RATING
               WHEN WS-JOB-CKPT-COMPLETE (WS-JOB-IX)
                   SET WS-JOB-COMPLETED (WS-JOB-IX) TO TRUE
                   ADD 1 TO WS-JOBS-COMPLETED
                   MOVE 0 TO WS-NEW-RATING
               WHEN WS-JOB-LIVE-EXECS (WS-JOB-IX) > 0
                    AND WS-JOB-CTL-STAMP (WS-JOB-IX)
                        NOT < WS-JOB-CKPT-STAMP (WS-JOB-IX)
                   SET WS-JOB-STOPPED (WS-JOB-IX) TO TRUE
                   ADD 1 TO WS-JOBS-STOPPED
                   MOVE 1 TO WS-NEW-RATING
               WHEN OTHER
                   SET WS-JOB-UNFINISHED (WS-JOB-IX) TO TRUE
                   ADD 1 TO WS-JOBS-UNFINISHED
                   MOVE 2 TO WS-NEW-RATING
           END-EVALUATE
           IF NOT WS-JOB-BACKED-OUT (WS-JOB-IX)
               ADD 1 TO WS-JOBS-LIVE
           END-IF
           PERFORM 8100-RAISE-RATING.

       3200-RATE-BALANCE.
           MOVE 2 TO WS-SECT-IX
           INITIALIZE WS-PRF-AREA
           IF WS-SUM-EXECS (1) = 0
               MOVE "N" TO WS-PRF-STATE (1)
           ELSE
               COMPUTE WS-EXPECTED = WS-SUM-OUT (1)
                   + WS-SUM-REJ (1) + WS-SUM-HELD (1)
                   + WS-SUM-QUEUED (1)
               MOVE 1 TO WS-PRF-IX
               MOVE 1 TO WS-PGM-IX
               PERFORM 3210-JUDGE-IDENTITY
           END-IF
           IF WS-SUM-EXECS (3) = 0
               MOVE "N" TO WS-PRF-STATE (2)
           ELSE
               COMPUTE WS-EXPECTED
                   = WS-SUM-OUT (3) + WS-SUM-HELD (3)
               MOVE 2 TO WS-PRF-IX
               MOVE 3 TO WS-PGM-IX
               PERFORM 3210-JUDGE-IDENTITY
           END-IF
           IF WS-SUM-EXECS (4) = 0
               MOVE "N" TO WS-PRF-STATE (3)
           ELSE
               COMPUTE WS-EXPECTED = WS-SUM-OUT (4)
               MOVE 3 TO WS-PRF-IX
               MOVE 4 TO WS-PGM-IX
               PERFORM 3210-JUDGE-IDENTITY
           END-IF
           EVALUATE TRUE
               WHEN WS-SECT-RATING (2) = 2
                   MOVE "CHAIN OUT OF BALANCE - HOLD SETTLEMENT"
                       TO WS-SECT-SUMMARY (2)
               WHEN WS-SUM-EXECS (1) = 0
                   MOVE 2 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
                   MOVE "NO DTVAL100 CONTROL RECORD - CHAIN UNPROVEN"
                       TO WS-SECT-SUMMARY (2)
               WHEN OTHER
                   MOVE "CHAIN BALANCED" TO WS-SECT-SUMMARY (2)
           END-EVALUATE.

       3210-JUDGE-IDENTITY.
           COMPUTE WS-DIFF
               = WS-SUM-IN (WS-PGM-IX) - WS-EXPECTED
           IF WS-DIFF = 0
               MOVE "B" TO WS-PRF-STATE (WS-PRF-IX)
           ELSE
               MOVE "O" TO WS-PRF-STATE (WS-PRF-IX)
               IF WS-DIFF < 0
                   COMPUTE WS-PRF-DIFF-ABS (WS-PRF-IX) = 0 - WS-DIFF
               ELSE
                   MOVE WS-DIFF TO WS-PRF-DIFF-ABS (WS-PRF-IX)
               END-IF
               MOVE 2 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
           END-IF.

      * Matched as DTVAL700 matches, by run date plus job ID. No
      * acknowledgment yet is AMBER - the pull window may still be
      * open; a short or over load, or an earlier cycle settlement
      * never consumed, is RED.
       3300-RATE-SETTLEMENT.
           MOVE 3 TO WS-SECT-IX
           PERFORM 3310-RATE-ONE-CYCLE
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
           IF WS-OLD-COUNT > 0
               MOVE 2 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
           END-IF
           IF NOT WS-CYC-AVAILABLE
               MOVE 1 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
           END-IF
           MOVE SPACES TO WS-SECT-SUMMARY (3)
           IF NOT WS-ACK-AVAILABLE
               MOVE 1 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
               MOVE "ACKNOWLEDGMENT FILE UNAVAILABLE - HANDOFF NOT "
                   TO WS-SECT-SUMMARY (3)
               MOVE "CONFIRMED" TO WS-SECT-SUMMARY (3) (47:9)
           ELSE
               MOVE WS-CYCLES-CONSUMED TO WS-ED-SMALL-1
               MOVE WS-CYCLES-AWAITING TO WS-ED-SMALL-2
               MOVE WS-CYCLES-BAD-LOAD TO WS-ED-SMALL-3
               MOVE WS-OLD-COUNT TO WS-ED-SMALL-4
               STRING WS-ED-SMALL-1 " CONSUMED,"
                   WS-ED-SMALL-2 " AWAITING ACKNOWLEDGMENT,"
                   WS-ED-SMALL-3 " SHORT/OVER LOADED,"
                   WS-ED-SMALL-4 " EARLIER CYCLE(S) UNCONSUMED"
                   DELIMITED BY SIZE
                   INTO WS-SECT-SUMMARY (3)
           END-IF.

       3310-RATE-ONE-CYCLE.
           IF WS-JOB-LIVE-EXECS (WS-JOB-IX) > 0
               IF NOT WS-ACK-AVAILABLE
                   SET WS-JOB-ACK-UNKNOWN (WS-JOB-IX) TO TRUE
               ELSE
                   MOVE WS-BUS-DATE-NUM TO WS-FIND-ACK-DATE
                   MOVE WS-JOB-ID (WS-JOB-IX) TO WS-FIND-ACK-JOB
                   PERFORM 2920-FIND-ACK
                   IF WS-ACK-FOUND-IX = 0
                       SET WS-JOB-AWAITING-ACK (WS-JOB-IX) TO TRUE
                       ADD 1 TO WS-CYCLES-AWAITING
                       MOVE 1 TO WS-NEW-RATING
                       PERFORM 8100-RAISE-RATING
                   ELSE
                       MOVE WS-ACK-TAB-LOADED (WS-ACK-FOUND-IX)
                           TO WS-JOB-LOADED (WS-JOB-IX)
                       EVALUATE TRUE
                           WHEN WS-JOB-LOADED (WS-JOB-IX)
                                   = WS-JOB-WRITTEN (WS-JOB-IX)
                               SET WS-JOB-CONSUMED (WS-JOB-IX)
                                   TO TRUE
                               ADD 1 TO WS-CYCLES-CONSUMED
                           WHEN WS-JOB-LOADED (WS-JOB-IX)
                                   < WS-JOB-WRITTEN (WS-JOB-IX)
                               SET WS-JOB-SHORT-LOADED (WS-JOB-IX)
                                   TO TRUE
                               ADD 1 TO WS-CYCLES-BAD-LOAD
                               MOVE 2 TO WS-NEW-RATING
                               PERFORM 8100-RAISE-RATING
                           WHEN OTHER
                               SET WS-JOB-OVER-LOADED (WS-JOB-IX)
                                   TO TRUE
                               ADD 1 TO WS-CYCLES-BAD-LOAD
                               MOVE 2 TO WS-NEW-RATING
                               PERFORM 8100-RAISE-RATING
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      * The arrival check is made when DTVAL100 reaches the end of
      * the file, so a night with no completed job has not made it.
       3400-RATE-ARRIVAL.
           MOVE 4 TO WS-SECT-IX
           PERFORM 3410-COUNT-ONE-ARRIVAL
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
           MOVE SPACES TO WS-SECT-SUMMARY (4)
           EVALUATE TRUE
               WHEN NOT WS-STAT-AVAILABLE
                   MOVE 1 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
                   MOVE "STATISTICS FILE UNAVAILABLE"
                       TO WS-SECT-SUMMARY (4)
               WHEN WS-FEEDS-MISSING > 0
                   MOVE 2 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
               WHEN WS-JOBS-COMPLETED = 0
                   MOVE 1 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
                   MOVE "ARRIVAL CHECK NOT MADE - NO RUN REACHED END "
                       TO WS-SECT-SUMMARY (4)
                   MOVE "OF FILE" TO WS-SECT-SUMMARY (4) (45:7)
               WHEN WS-FEEDS-UNEXPECTED > 0
                   MOVE 1 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-SECT-SUMMARY (4) = SPACES
               MOVE WS-SOURCES-TONIGHT TO WS-ED-SMALL-1
               MOVE WS-FEEDS-MISSING TO WS-ED-SMALL-2
               MOVE WS-FEEDS-UNEXPECTED TO WS-ED-SMALL-3
               STRING WS-ED-SMALL-1 " SOURCE(S) ON FILE,"
                   WS-ED-SMALL-2 " EXPECTED AND MISSING,"
                   WS-ED-SMALL-3 " NOT EXPECTED"
                   DELIMITED BY SIZE
                   INTO WS-SECT-SUMMARY (4)
           END-IF.

       3410-COUNT-ONE-ARRIVAL.
           IF WS-SRC-TONIGHT (WS-SRC-IX)
               ADD 1 TO WS-SOURCES-TONIGHT
               IF WS-SRC-MISSING (WS-SRC-IX)
                   ADD 1 TO WS-FEEDS-MISSING
               END-IF
               IF WS-SRC-UNEXPECTED (WS-SRC-IX)
                   ADD 1 TO WS-FEEDS-UNEXPECTED
               END-IF
           END-IF.

      * Tonight's reject rate against the source's own rate over the
      * prior nights it sent (rejects over records read, so a big
      * night weighs more than a small one), and tonight's rejected
      * value against its nightly average.
       3500-RATE-REJECTS.
           MOVE 5 TO WS-SECT-IX
           PERFORM 3510-RATE-ONE-SOURCE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT
           MOVE SPACES TO WS-SECT-SUMMARY (5)
           IF NOT WS-STAT-AVAILABLE
               MOVE 1 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
               MOVE "STATISTICS FILE UNAVAILABLE"
                   TO WS-SECT-SUMMARY (5)
           ELSE
               MOVE WS-SOURCES-TONIGHT TO WS-ED-SMALL-1
               MOVE WS-SOURCES-AMBER TO WS-ED-SMALL-2
               MOVE WS-SOURCES-RED TO WS-ED-SMALL-3
               STRING WS-ED-SMALL-1 " SOURCE(S):"
                   WS-ED-SMALL-2 " AMBER,"
                   WS-ED-SMALL-3 " RED AGAINST THE 7-NIGHT AVERAGE"
                   DELIMITED BY SIZE
                   INTO WS-SECT-SUMMARY (5)
           END-IF.

       3510-RATE-ONE-SOURCE.
           IF WS-SRC-TONIGHT (WS-SRC-IX)
               MOVE 0 TO WS-SRC-RATE (WS-SRC-IX)
               IF WS-SRC-READ (WS-SRC-IX) > 0
                   COMPUTE WS-SRC-RATE (WS-SRC-IX) ROUNDED
                       = WS-SRC-REJ (WS-SRC-IX) * 100
                       / WS-SRC-READ (WS-SRC-IX)
               END-IF
               MOVE 0 TO WS-SRC-AVG-RATE (WS-SRC-IX)
               IF WS-SRC-PRIOR-READ (WS-SRC-IX) > 0
                   COMPUTE WS-SRC-AVG-RATE (WS-SRC-IX) ROUNDED
                       = WS-SRC-PRIOR-REJ (WS-SRC-IX) * 100
                       / WS-SRC-PRIOR-READ (WS-SRC-IX)
               END-IF
               MOVE 0 TO WS-SRC-AVG-VALUE (WS-SRC-IX)
               IF WS-SRC-PRIOR-NIGHTS (WS-SRC-IX) > 0
                   COMPUTE WS-SRC-AVG-VALUE (WS-SRC-IX) ROUNDED
                       = WS-SRC-PRIOR-VALUE (WS-SRC-IX)
                       / WS-SRC-PRIOR-NIGHTS (WS-SRC-IX)
               END-IF
               PERFORM 3520-JUDGE-SOURCE
           END-IF.

       3520-JUDGE-SOURCE.
           MOVE 0 TO WS-NEW-RATING
           EVALUATE TRUE
               WHEN WS-SRC-MISSING (WS-SRC-IX)
                   MOVE "MISSING" TO WS-SRC-STATE (WS-SRC-IX)
               WHEN WS-SRC-PRIOR-NIGHTS (WS-SRC-IX) = 0
                   MOVE "NO HISTORY" TO WS-SRC-STATE (WS-SRC-IX)
               WHEN OTHER
                   MOVE "GREEN" TO WS-SRC-STATE (WS-SRC-IX)
                   COMPUTE WS-LIMIT-RATE
                       = WS-SRC-AVG-RATE (WS-SRC-IX) + WS-RED-PTS
                   IF WS-SRC-RATE (WS-SRC-IX) > WS-LIMIT-RATE
                       MOVE 2 TO WS-NEW-RATING
                       MOVE "RED   RATE" TO WS-SRC-STATE (WS-SRC-IX)
                   ELSE
                       COMPUTE WS-LIMIT-RATE
                           = WS-SRC-AVG-RATE (WS-SRC-IX)
                           + WS-AMBER-PTS
                       IF WS-SRC-RATE (WS-SRC-IX) > WS-LIMIT-RATE
                           MOVE 1 TO WS-NEW-RATING
                           MOVE "AMBER RATE"
                               TO WS-SRC-STATE (WS-SRC-IX)
                       END-IF
                   END-IF
                   COMPUTE WS-LIMIT-VALUE
                       = WS-SRC-AVG-VALUE (WS-SRC-IX)
                       * WS-VALUE-FACTOR
                   IF WS-NEW-RATING = 0
                      AND WS-SRC-VALUE (WS-SRC-IX) > WS-LIMIT-VALUE
                       MOVE 1 TO WS-NEW-RATING
                       MOVE "AMBER VALUE" TO WS-SRC-STATE (WS-SRC-IX)
                   END-IF
           END-EVALUATE
           IF WS-NEW-RATING = 1
               ADD 1 TO WS-SOURCES-AMBER
           END-IF
           IF WS-NEW-RATING = 2
               ADD 1 TO WS-SOURCES-RED
           END-IF
           PERFORM 8100-RAISE-RATING.

       3600-RATE-WAREHOUSE.
           MOVE 6 TO WS-SECT-IX
           MOVE SPACES TO WS-SECT-SUMMARY (6)
           IF NOT WS-HELD-AVAILABLE
               MOVE 1 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
               MOVE "WAREHOUSE UNREADABLE" TO WS-SECT-SUMMARY (6)
           ELSE
               IF WS-HELD-OLDEST > 0
                   MOVE WS-HELD-OLDEST TO WS-DAYNUM-DATE
                   PERFORM 8000-COMPUTE-DAY-NUMBER
                   COMPUTE WS-HELD-OLDEST-AGE
                       = WS-BUS-DAY-NUM - WS-DAYNUM-RESULT
                   IF WS-HELD-OLDEST-AGE < 0
                       MOVE 0 TO WS-HELD-OLDEST-AGE
                   END-IF
               END-IF
               IF WS-HELD-UNDATED > 0
                  OR WS-HELD-OLDEST-AGE > WS-HELD-AMBER-DAYS
                   MOVE 1 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
               END-IF
               IF WS-HELD-OLDEST-AGE > WS-HELD-RED-DAYS
                   MOVE 2 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
               END-IF
               MOVE WS-HELD-COUNT TO WS-ED-COUNT
               MOVE WS-HELD-VALUE TO WS-ED-AMOUNT
               MOVE WS-HELD-OLDEST-AGE TO WS-ED-DAYS
               STRING WS-ED-COUNT " ITEM(S), VALUE" WS-ED-AMOUNT
                   ", OLDEST" WS-ED-DAYS " DAY(S)"
                   DELIMITED BY SIZE
                   INTO WS-SECT-SUMMARY (6)
           END-IF.

       3700-RATE-BACKLOG.
           MOVE 7 TO WS-SECT-IX
           MOVE SPACES TO WS-SECT-SUMMARY (7)
           IF NOT WS-DISP-AVAILABLE
               MOVE 1 TO WS-NEW-RATING
               PERFORM 8100-RAISE-RATING
               MOVE "DISPOSITION FILE UNAVAILABLE"
                   TO WS-SECT-SUMMARY (7)
           ELSE
               IF WS-BKLG-OLDEST > 0
                   MOVE WS-BKLG-OLDEST TO WS-DAYNUM-DATE
                   PERFORM 8000-COMPUTE-DAY-NUMBER
                   COMPUTE WS-BKLG-OLDEST-AGE
                       = WS-BUS-DAY-NUM - WS-DAYNUM-RESULT
                   IF WS-BKLG-OLDEST-AGE < 0
                       MOVE 0 TO WS-BKLG-OLDEST-AGE
                   END-IF
               END-IF
               IF WS-BKLG-COUNT >= WS-BKLG-AMBER
                   MOVE 1 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
               END-IF
               IF WS-BKLG-COUNT >= WS-BKLG-RED
                   MOVE 2 TO WS-NEW-RATING
                   PERFORM 8100-RAISE-RATING
               END-IF
               MOVE WS-BKLG-COUNT TO WS-ED-COUNT
               MOVE WS-BKLG-VALUE TO WS-ED-AMOUNT
               STRING WS-ED-COUNT " OPEN, VALUE" WS-ED-AMOUNT
                   DELIMITED BY SIZE
                   INTO WS-SECT-SUMMARY (7)
           END-IF.

       4000-WRITE-PAGE.
           OPEN OUTPUT REPT-FILE
           IF NOT WS-REPT-OK
               DISPLAY "Unable to open report file"
               MOVE WS-RC-OPEN-FAILURE TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUS-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-1 TO REPT-RECORD
           PERFORM 4900-WRITE-LINE
           MOVE SPACES TO REPT-RECORD
           PERFORM 4900-WRITE-LINE
           MOVE 1 TO WS-SECT-IX
           PERFORM 4010-WRITE-SECTION-HEAD
           PERFORM 4100-WRITE-RUN-DETAIL
           MOVE 2 TO WS-SECT-IX
           PERFORM 4010-WRITE-SECTION-HEAD
           PERFORM 4200-WRITE-BALANCE-DETAIL
           MOVE 3 TO WS-SECT-IX
           PERFORM 4010-WRITE-SECTION-HEAD
           PERFORM 4300-WRITE-SETTLEMENT-DETAIL
           MOVE 4 TO WS-SECT-IX
           PERFORM 4010-WRITE-SECTION-HEAD
           PERFORM 4400-WRITE-ARRIVAL-DETAIL
           MOVE 5 TO WS-SECT-IX
           PERFORM 4010-WRITE-SECTION-HEAD
           PERFORM 4500-WRITE-REJECT-DETAIL
           MOVE 6 TO WS-SECT-IX
           PERFORM 4010-WRITE-SECTION-HEAD
           PERFORM 4600-WRITE-WAREHOUSE-DETAIL
           MOVE 7 TO WS-SECT-IX
           PERFORM 4010-WRITE-SECTION-HEAD
           PERFORM 4700-WRITE-BACKLOG-DETAIL
           PERFORM 4800-WRITE-OVERALL
           CLOSE REPT-FILE.

       4010-WRITE-SECTION-HEAD.
           MOVE SPACES TO REPT-RECORD
           PERFORM 4900-WRITE-LINE
           MOVE WS-SECT-NAME (WS-SECT-IX) TO WS-SCT-NAME
           MOVE WS-SECT-RATING (WS-SECT-IX) TO WS-RATING-IX
           ADD 1 TO WS-RATING-IX
           MOVE WS-RATING-NAME (WS-RATING-IX) TO WS-SCT-RATING
           MOVE WS-SECT-SUMMARY (WS-SECT-IX) TO WS-SCT-SUMMARY
           MOVE WS-SECT-LINE TO REPT-RECORD
           PERFORM 4900-WRITE-LINE
           IF WS-SECT-RATING (WS-SECT-IX) > WS-OVERALL-RATING
               MOVE WS-SECT-RATING (WS-SECT-IX) TO WS-OVERALL-RATING
           END-IF.

       4100-WRITE-RUN-DETAIL.
           PERFORM 4110-WRITE-JOB-LINE
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT.

       4110-WRITE-JOB-LINE.
           MOVE SPACES TO WS-TXT
           MOVE WS-JOB-CKPT-RECS (WS-JOB-IX) TO WS-ED-COUNT
           EVALUATE TRUE
               WHEN WS-JOB-COMPLETED (WS-JOB-IX)
                   STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                       "  COMPLETED - WHOLE FILE READ,"
                       WS-ED-COUNT " RECORDS"
                       DELIMITED BY SIZE INTO WS-TXT
               WHEN WS-JOB-STOPPED (WS-JOB-IX)
                   STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                       "  STOPPED AFTER RECORD" WS-ED-COUNT
                       " - WINDOW SUSPEND OR REJECT BREAKER, "
                       "RESUBMIT UNDER THE SAME JOB ID"
                       DELIMITED BY SIZE INTO WS-TXT
               WHEN WS-JOB-NO-CKPT (WS-JOB-IX)
                   STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                       "  ENDED WITH NO CHECKPOINT ON FILE - "
                       "STOPPED BEFORE THE FIRST INTERVAL, OR "
                       "CHECKPOINTS PURGED"
                       DELIMITED BY SIZE INTO WS-TXT
               WHEN WS-JOB-UNFINISHED (WS-JOB-IX)
                   STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                       "  NOT FINISHED - LAST CHECKPOINT AT RECORD"
                       WS-ED-COUNT ", NO END-OF-RUN TOTALS AFTER "
                       "IT (ABEND OR STILL RUNNING)"
                       DELIMITED BY SIZE INTO WS-TXT
               WHEN WS-JOB-BACKED-OUT (WS-JOB-IX)
                   STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                       "  BACKED OUT"
                       DELIMITED BY SIZE INTO WS-TXT
           END-EVALUATE
           MOVE WS-TEXT-LINE TO REPT-RECORD
           PERFORM 4900-WRITE-LINE.

       4200-WRITE-BALANCE-DETAIL.
           PERFORM 4210-WRITE-PROOF-LINE
               VARYING WS-PRF-IX FROM 1 BY 1
               UNTIL WS-PRF-IX > 3.

       4210-WRITE-PROOF-LINE.
           MOVE WS-PRF-LABEL (WS-PRF-IX) TO WS-PFL-TEXT
           MOVE SPACES TO WS-PFL-DIFF-LABEL
           MOVE 0 TO WS-PFL-DIFF
           EVALUATE TRUE
               WHEN WS-PRF-STATE (WS-PRF-IX) = "B"
                   MOVE "BALANCED" TO WS-PFL-VERDICT
               WHEN WS-PRF-STATE (WS-PRF-IX) = "O"
                   MOVE "OUT OF BALANCE" TO WS-PFL-VERDICT
                   MOVE "DIFF " TO WS-PFL-DIFF-LABEL
                   MOVE WS-PRF-DIFF-ABS (WS-PRF-IX) TO WS-PFL-DIFF
               WHEN OTHER
                   MOVE "DID NOT RUN" TO WS-PFL-VERDICT
           END-EVALUATE
           MOVE WS-PROOF-LINE TO REPT-RECORD
           PERFORM 4900-WRITE-LINE.

       4300-WRITE-SETTLEMENT-DETAIL.
           PERFORM 4310-WRITE-CYCLE-LINE
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
           PERFORM 4320-WRITE-EARLIER-CYCLE
               VARYING WS-OLD-IX FROM 1 BY 1
               UNTIL WS-OLD-IX > WS-OLD-COUNT
           IF WS-OLD-OVERFLOW > 0
               MOVE SPACES TO WS-TXT
               MOVE WS-OLD-OVERFLOW TO WS-ED-COUNT
               STRING "AND" WS-ED-COUNT " MORE - SEE DTVAL700"
                   DELIMITED BY SIZE INTO WS-TXT
               MOVE WS-TEXT-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
           END-IF.

       4310-WRITE-CYCLE-LINE.
           IF WS-JOB-LIVE-EXECS (WS-JOB-IX) > 0
               MOVE SPACES TO WS-TXT
               MOVE WS-JOB-WRITTEN (WS-JOB-IX) TO WS-ED-COUNT
               MOVE WS-JOB-LOADED (WS-JOB-IX) TO WS-ED-COUNT-2
               EVALUATE TRUE
                   WHEN WS-JOB-CONSUMED (WS-JOB-IX)
                       STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                           "  WRITTEN" WS-ED-COUNT
                           "  LOADED" WS-ED-COUNT-2
                           "  CONSUMED"
                           DELIMITED BY SIZE INTO WS-TXT
                   WHEN WS-JOB-SHORT-LOADED (WS-JOB-IX)
                       STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                           "  WRITTEN" WS-ED-COUNT
                           "  LOADED" WS-ED-COUNT-2
                           "  SHORT LOADED"
                           DELIMITED BY SIZE INTO WS-TXT
                   WHEN WS-JOB-OVER-LOADED (WS-JOB-IX)
                       STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                           "  WRITTEN" WS-ED-COUNT
                           "  LOADED" WS-ED-COUNT-2
                           "  OVER LOADED"
                           DELIMITED BY SIZE INTO WS-TXT
                   WHEN WS-JOB-AWAITING-ACK (WS-JOB-IX)
                       STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                           "  WRITTEN" WS-ED-COUNT
                           "  NOT YET ACKNOWLEDGED BY SETTLEMENT"
                           DELIMITED BY SIZE INTO WS-TXT
                   WHEN OTHER
                       STRING "JOB " WS-JOB-ID (WS-JOB-IX)
                           "  WRITTEN" WS-ED-COUNT
                           "  ACKNOWLEDGMENT NOT READ"
                           DELIMITED BY SIZE INTO WS-TXT
               END-EVALUATE
               MOVE WS-TEXT-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
           END-IF.

       4320-WRITE-EARLIER-CYCLE.
           MOVE SPACES TO WS-TXT
           STRING "EARLIER CYCLE " WS-OLD-RUN-DATE (WS-OLD-IX)
               " JOB " WS-OLD-JOB-ID (WS-OLD-IX)
               "  STILL UNCONSUMED ON THE CYCLE CONTROL FILE"
               DELIMITED BY SIZE INTO WS-TXT
           MOVE WS-TEXT-LINE TO REPT-RECORD
           PERFORM 4900-WRITE-LINE.

       4400-WRITE-ARRIVAL-DETAIL.
           PERFORM 4410-WRITE-ARRIVAL-LINE
               VARYING WS-SRC-IX FROM 1 BY 1
               UNTIL WS-SRC-IX > WS-SRC-COUNT.

       4410-WRITE-ARRIVAL-LINE.
           IF WS-SRC-TONIGHT (WS-SRC-IX)
              AND (WS-SRC-MISSING (WS-SRC-IX)
                   OR WS-SRC-UNEXPECTED (WS-SRC-IX))
               MOVE SPACES TO WS-TXT
               IF WS-SRC-MISSING (WS-SRC-IX)
                   STRING "MISSING     " WS-SRC-ID (WS-SRC-IX)
                       "  EXPECTED FOR THE BUSINESS DAY, NO HEADER"
                       DELIMITED BY SIZE INTO WS-TXT
               ELSE
                   STRING "UNEXPECTED  " WS-SRC-ID (WS-SRC-IX)
                       "  PRESENTED BUT NOT ON THE EXPECTED-SOURCES "
                       "FILE"
                       DELIMITED BY SIZE INTO WS-TXT
               END-IF
               MOVE WS-TEXT-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
           END-IF.

       4500-WRITE-REJECT-DETAIL.
           IF WS-SOURCES-TONIGHT > 0
               MOVE WS-SRC-HEAD TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
               PERFORM 4510-WRITE-SOURCE-LINE
                   VARYING WS-SRC-IX FROM 1 BY 1
                   UNTIL WS-SRC-IX > WS-SRC-COUNT
           END-IF
           IF WS-SRC-DROPPED > 0
               MOVE SPACES TO WS-TXT
               MOVE WS-SRC-DROPPED TO WS-ED-COUNT
               STRING "SOURCE TABLE FULL -" WS-ED-COUNT
                   " STATISTICS RECORD(S) NOT RATED"
                   DELIMITED BY SIZE INTO WS-TXT
               MOVE WS-TEXT-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
           END-IF.

       4510-WRITE-SOURCE-LINE.
           IF WS-SRC-TONIGHT (WS-SRC-IX)
               MOVE WS-SRC-ID (WS-SRC-IX) TO WS-SRL-SOURCE
               MOVE WS-SRC-READ (WS-SRC-IX) TO WS-SRL-READ
               MOVE WS-SRC-REJ (WS-SRC-IX) TO WS-SRL-REJ
               MOVE WS-SRC-RATE (WS-SRC-IX) TO WS-SRL-RATE
               MOVE WS-SRC-AVG-RATE (WS-SRC-IX) TO WS-SRL-AVG-RATE
               MOVE WS-SRC-VALUE (WS-SRC-IX) TO WS-SRL-VALUE
               MOVE WS-SRC-AVG-VALUE (WS-SRC-IX) TO WS-SRL-AVG-VALUE
               MOVE WS-SRC-PRIOR-NIGHTS (WS-SRC-IX) TO WS-SRL-NIGHTS
               MOVE WS-SRC-STATE (WS-SRC-IX) TO WS-SRL-STATE
               MOVE WS-SRC-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
           END-IF.

       4600-WRITE-WAREHOUSE-DETAIL.
           IF WS-HELD-AVAILABLE
               MOVE SPACES TO WS-TXT
               IF WS-HELD-OLDEST > 0
                   MOVE WS-HELD-OLDEST-AGE TO WS-ED-DAYS
                   STRING "OLDEST ITEM PARKED " WS-HELD-OLDEST
                       ","  WS-ED-DAYS " DAY(S) BEFORE THE BUSINESS "
                       "DATE"
                       DELIMITED BY SIZE INTO WS-TXT
               ELSE
                   MOVE "NO DATED ITEMS ON THE WAREHOUSE" TO WS-TXT
               END-IF
               MOVE WS-TEXT-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
               IF WS-HELD-UNDATED > 0
                   MOVE SPACES TO WS-TXT
                   MOVE WS-HELD-UNDATED TO WS-ED-COUNT
                   STRING WS-ED-COUNT " ITEM(S) WITH NO HOLD DATE - "
                       "AGE UNKNOWN, SEE DTVAL310"
                       DELIMITED BY SIZE INTO WS-TXT
                   MOVE WS-TEXT-LINE TO REPT-RECORD
                   PERFORM 4900-WRITE-LINE
               END-IF
           END-IF.

       4700-WRITE-BACKLOG-DETAIL.
           IF WS-DISP-AVAILABLE
               MOVE SPACES TO WS-TXT
               IF WS-BKLG-OLDEST > 0
                   MOVE WS-BKLG-OLDEST-AGE TO WS-ED-DAYS
                   STRING "OLDEST OPEN SINCE " WS-BKLG-OLDEST
                       "," WS-ED-DAYS " DAY(S) BEFORE THE BUSINESS "
                       "DATE"
                       DELIMITED BY SIZE INTO WS-TXT
               ELSE
                   MOVE "NO OPEN REJECTS" TO WS-TXT
               END-IF
               MOVE WS-TEXT-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
               IF WS-BKLG-UNVALUED > 0
                   MOVE SPACES TO WS-TXT
                   MOVE WS-BKLG-UNVALUED TO WS-ED-COUNT
                   STRING WS-ED-COUNT " OPENED BEFORE AMOUNTS WERE "
                       "KEPT - NOT IN THE VALUE"
                       DELIMITED BY SIZE INTO WS-TXT
                   MOVE WS-TEXT-LINE TO REPT-RECORD
                   PERFORM 4900-WRITE-LINE
               END-IF
               MOVE SPACES TO WS-TXT
               MOVE WS-BKLG-RETURNED TO WS-ED-COUNT
               STRING WS-ED-COUNT " RETURNED TO THEIR SOURCES, "
                   "NOT IN THE BACKLOG"
                   DELIMITED BY SIZE INTO WS-TXT
               MOVE WS-TEXT-LINE TO REPT-RECORD
               PERFORM 4900-WRITE-LINE
           END-IF.

       4800-WRITE-OVERALL.
           MOVE SPACES TO REPT-RECORD
           PERFORM 4900-WRITE-LINE
           MOVE WS-OVERALL-RATING TO WS-RATING-IX
           ADD 1 TO WS-RATING-IX
           MOVE WS-RATING-NAME (WS-RATING-IX) TO WS-OVL-RATING
           EVALUATE WS-OVERALL-RATING
               WHEN 1
                   MOVE WS-RC-AMBER TO WS-OVL-CODE
               WHEN 2
                   MOVE WS-RC-RED TO WS-OVL-CODE
               WHEN OTHER
                   MOVE 0 TO WS-OVL-CODE
           END-EVALUATE
           MOVE WS-OVERALL-LINE TO REPT-RECORD
           PERFORM 4900-WRITE-LINE.

       4900-WRITE-LINE.
           WRITE REPT-RECORD
           IF NOT WS-REPT-OK
               DISPLAY "Unable to write report line"
           END-IF.

      * Raises the section in WS-SECT-IX to WS-NEW-RATING; a
      * section's colour is the worst of its findings.
       8100-RAISE-RATING.
           IF WS-NEW-RATING > WS-SECT-RATING (WS-SECT-IX)
               MOVE WS-NEW-RATING TO WS-SECT-RATING (WS-SECT-IX)
           END-IF.

       8000-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DAYNUM-Y1 = WS-DAYNUM-CCYY - 1
           COMPUTE WS-DAYNUM-RESULT = 365 * WS-DAYNUM-Y1
           DIVIDE WS-DAYNUM-Y1 BY 4
               GIVING WS-DAYNUM-QUOT
           ADD WS-DAYNUM-QUOT TO WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-Y1 BY 100
               GIVING WS-DAYNUM-QUOT
           SUBTRACT WS-DAYNUM-QUOT FROM WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-Y1 BY 400
               GIVING WS-DAYNUM-QUOT
           ADD WS-DAYNUM-QUOT TO WS-DAYNUM-RESULT
           IF WS-DAYNUM-MM >= 1 AND WS-DAYNUM-MM <= 12
               ADD WS-CUMDAYS-TAB (WS-DAYNUM-MM) TO WS-DAYNUM-RESULT
           END-IF
           ADD WS-DAYNUM-DD TO WS-DAYNUM-RESULT
           IF WS-DAYNUM-MM > 2
               DIVIDE WS-DAYNUM-CCYY BY 4
                   GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
               IF WS-DAYNUM-REM = 0
                   DIVIDE WS-DAYNUM-CCYY BY 100
                       GIVING WS-DAYNUM-QUOT REMAINDER WS-DAYNUM-REM
                   IF WS-DAYNUM-REM NOT = 0
                       ADD 1 TO WS-DAYNUM-RESULT
                   ELSE
                       DIVIDE WS-DAYNUM-CCYY BY 400
                           GIVING WS-DAYNUM-QUOT
                               REMAINDER WS-DAYNUM-REM
                       IF WS-DAYNUM-REM = 0
                           ADD 1 TO WS-DAYNUM-RESULT
                       END-IF
                   END-IF
               END-IF
           END-IF.
