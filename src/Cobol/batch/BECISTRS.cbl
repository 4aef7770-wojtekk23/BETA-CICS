       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECISTRS.

      *  -----------------------------------------------------------
      *  Benchmark-shock stress test. Reads a deck of scenario cards
      *  and the holdings file BECIPORT uses (now with each
      *  position's market value), takes every position's latest
      *  stored beta off the keyed beta history (see BECIHIST -
      *  written nightly by BECIDRFT) and prints the projected P&L
      *  of each scenario: market value times beta times shock, per
      *  position, per portfolio and for the whole book. No
      *  regression is re-run - the answer comes from last night's
      *  numbers in seconds.
      *
      *  SCENCTL cards (fixed columns, one scenario per card, up to
      *  50): scenario name 1-12, benchmark 14-21 and its shock in
      *  percent 23-30 (e.g. -10.0), optionally a sector index
      *  32-39 with its own shock 41-48, and the beta basis 50-57:
      *  RAW (the default) or BLUME for the Blume-adjusted beta
      *  (0.67 times the stored beta plus 0.33, as BETACICS's
      *  ADJMODE computes it - the history must carry the RAW
      *  series, the DRIFTCTL default, for that to be meaningful).
      *
      *  A position's beta is the most recent history record for
      *  its ticker (or, failing that, the ticker's price file off
      *  the security master) against the card's benchmark - the
      *  names exactly as the overnight control lines keyed them.
      *  On a card with a sector index, a position that has history
      *  against that index is stressed through it instead, at the
      *  sector shock, so a "market -10%, tech -25%" card hits the
      *  tech names once, at their tech beta, and everything else at
      *  its market beta.
      *
      *  A position with no history for either index is flagged
      *  UNPRICED, and one whose market value fails the numeric edit
      *  BADMV - both are listed with their market value and carried
      *  in the unpriced totals, never silently dropped.
      *
      *  HOLDFILE must arrive grouped by portfolio id, as for
      *  BECIPORT; up to 2000 positions.
      *
      *  Return codes: 0 every position priced, 4 one or more
      *  positions UNPRICED / BADMV, 16 a file would not open / bad
      *  scenario card / too many positions.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCEN-FILE ASSIGN TO SCENCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT HOLD-FILE ASSIGN TO HOLDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HIST-FILE ASSIGN TO HISTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SEC-FILE ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SEC-TICKER
               FILE STATUS IS WS-SEC-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCEN-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  SCEN-RECORD.
           05 SCEN-NAME     PIC X(12).
           05 FILLER        PIC X(1).
           05 SCEN-BENCH    PIC X(8).
           05 FILLER        PIC X(1).
           05 SCEN-BSHOCK-X PIC X(8).
           05 FILLER        PIC X(1).
           05 SCEN-SECTIDX  PIC X(8).
           05 FILLER        PIC X(1).
           05 SCEN-SSHOCK-X PIC X(8).
           05 FILLER        PIC X(1).
           05 SCEN-BASIS    PIC X(8).
           05 FILLER        PIC X(23).

       FD  HOLD-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  HOLD-RECORD.
           05 HOLD-PORT   PIC X(8).
           05 FILLER      PIC X(1).
           05 HOLD-TICKER PIC X(8).
           05 FILLER      PIC X(1).
           05 HOLD-WEIGHT PIC X(10).
           05 FILLER      PIC X(1).
           05 HOLD-MKTVAL PIC X(18).
           05 FILLER      PIC X(33).

       FD  HIST-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIHIST REPLACING
               ==BECI-HIST-REC==   BY ==HIST-RECORD==
               ==BECI-HIST-KEY==   BY ==HIST-KEY==
               ==BECI-HIST-XFILE== BY ==HIST-XFILE==
               ==BECI-HIST-YFILE== BY ==HIST-YFILE==
               ==BECI-HIST-DATE==  BY ==HIST-DATE==
               ==BECI-HIST-BETA==  BY ==HIST-BETA==.

       FD  SEC-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECISEC REPLACING
               ==BECI-SEC-REC==    BY ==SEC-RECORD==
               ==BECI-SEC-KEY==    BY ==SEC-KEY==
               ==BECI-SEC-TICKER== BY ==SEC-TICKER==
               ==BECI-SEC-PFILE==  BY ==SEC-PFILE==
               ==BECI-SEC-NAME==   BY ==SEC-NAME==
               ==BECI-SEC-SECTOR== BY ==SEC-SECTOR==
               ==BECI-SEC-EXCH==   BY ==SEC-EXCH==
               ==BECI-SEC-BENCH==  BY ==SEC-BENCH==
               ==BECI-SEC-ACTIVE== BY ==SEC-ACTIVE==
               ==BECI-SEC-CCY==    BY ==SEC-CCY==.

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SCEN-STATUS PIC X(2) VALUE '00'.
       01 WS-HOLD-STATUS PIC X(2) VALUE '00'.
       01 WS-HIST-STATUS PIC X(2) VALUE '00'.
       01 WS-SEC-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS  PIC X(2) VALUE '00'.
       01 WS-SCEN-EOF    PIC X(1) VALUE 'N'.
       01 WS-HOLD-EOF    PIC X(1) VALUE 'N'.
       01 WS-HIST-DONE   PIC X(1) VALUE 'N'.
       01 WS-SEC-AVAIL   PIC X(1) VALUE 'N'.
       01 WS-ANY-UNPRICED PIC X(1) VALUE 'N'.
       01 WS-TEST-NUM    PIC S9(4) COMP.
       01 WS-CARD-BAD    PIC X(1) VALUE 'N'.
       01 WS-BLUME-W     PIC 9V9(2) VALUE 0.67.

      *  -----------------------------------------------------------
      *  The scenario deck, edited and held whole before the first
      *  position is stressed - one bad card stops the run before
      *  any of it prints.
      *  -----------------------------------------------------------
       01 WS-SCN-MAX     PIC 9(2) VALUE 50.
       01 WS-SCN-CNT     PIC 9(2) VALUE 0.
       01 WS-SCN-SUB     PIC 9(2).
       01 WS-SCN-TABLE.
           05 WS-SCN-ENTRY OCCURS 50 TIMES.
               10 WS-SCN-NAME    PIC X(12).
               10 WS-SCN-BENCH   PIC X(8).
               10 WS-SCN-BSHOCK  PIC S9(3)V9(4)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-SCN-SECTIDX PIC X(8).
               10 WS-SCN-SSHOCK  PIC S9(3)V9(4)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-SCN-BASIS   PIC X(8).
               10 WS-SCN-TOT-MV  PIC S9(13)V99.
               10 WS-SCN-TOT-PNL PIC S9(13)V99.
               10 WS-SCN-UNP-MV  PIC S9(13)V99.
               10 WS-SCN-UNP-CNT PIC 9(5).

      *  -----------------------------------------------------------
      *  The holdings, loaded once and replayed for every scenario.
      *  The price file comes off the security master when there is
      *  one, so a position can find history keyed either way.
      *  -----------------------------------------------------------
       01 WS-POS-MAX     PIC 9(4) VALUE 2000.
       01 WS-POS-CNT     PIC 9(4) VALUE 0.
       01 WS-POS-SUB     PIC 9(4).
       01 WS-POS-TABLE.
           05 WS-POS-ENTRY OCCURS 2000 TIMES.
               10 WS-POS-PORT   PIC X(8).
               10 WS-POS-TICKER PIC X(8).
               10 WS-POS-PFILE  PIC X(8).
               10 WS-POS-MV     PIC S9(13)V99.
               10 WS-POS-MV-OK  PIC X(1).

      *  One position under one scenario.
       01 WS-LOOK-X      PIC X(8).
       01 WS-LOOK-Y      PIC X(8).
       01 WS-BETA-FOUND  PIC X(1).
       01 WS-BETA-DATE   PIC 9(8).
       01 WS-BETA        PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-USE-BETA    PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-USE-SHOCK   PIC S9(3)V9(4)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-USE-INDEX   PIC X(8).
       01 WS-USE-LEG     PIC X(4).
       01 WS-POS-PNL     PIC S9(13)V99.
       01 WS-POS-FLAG    PIC X(8).

      *  One portfolio under one scenario.
       01 WS-CUR-PORT    PIC X(8).
       01 WS-PORT-MV     PIC S9(13)V99.
       01 WS-PORT-PNL    PIC S9(13)V99.
       01 WS-PORT-UNP-MV PIC S9(13)V99.
       01 WS-PORT-UNP    PIC 9(5).
       01 WS-PNL-PCT     PIC S9(5)V9(4).

      *  -----------------------------------------------------------
      *  Report layouts.
      *  -----------------------------------------------------------
       01 WS-SCN-HEAD.
           05 FILLER PIC X(30) VALUE
               'BECISTRS - STRESS SCENARIO    '.
           05 WS-SH-NAME   PIC X(12).
           05 FILLER PIC X(7)  VALUE '  BENCH'.
           05 FILLER PIC X(1)  VALUE SPACE.
           05 WS-SH-BENCH  PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 WS-SH-BSHOCK PIC +ZZ9.99.
           05 FILLER PIC X(10) VALUE '%  SECTOR '.
           05 WS-SH-SECT   PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 WS-SH-SSHOCK PIC +ZZ9.99.
           05 FILLER PIC X(9)  VALUE '%  BASIS '.
           05 WS-SH-BASIS  PIC X(8).
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-PORT-HEAD.
           05 FILLER PIC X(10) VALUE 'PORTFOLIO '.
           05 WS-PH-PORT PIC X(8).
           05 FILLER PIC X(114) VALUE SPACES.
       01 WS-COL-HEAD.
           05 FILLER PIC X(44) VALUE
               'TICKER   LEG  INDEX    AS OF           BETA '.
           05 FILLER PIC X(88) VALUE
               '  SHOCK     MARKET VALUE       PROJECTED P&L  FLAG'.
       01 WS-DET-LINE.
           05 WS-DET-TICKER PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-LEG    PIC X(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-INDEX  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-ASOF   PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-BETA   PIC +9(3).9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-SHOCK  PIC +ZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-MV     PIC -(12)9.99.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WS-DET-PNL    PIC -(12)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG   PIC X(8).
           05 FILLER        PIC X(34) VALUE SPACES.
       01 WS-PORT-TOT.
           05 FILLER PIC X(18) VALUE 'PORTFOLIO TOTAL   '.
           05 FILLER PIC X(4)  VALUE 'MV  '.
           05 WS-PT-MV      PIC -(12)9.99.
           05 FILLER PIC X(7)  VALUE '   P&L '.
           05 WS-PT-PNL     PIC -(12)9.99.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 WS-PT-PCT     PIC -(4)9.99.
           05 FILLER PIC X(14) VALUE '%   UNPRICED  '.
           05 WS-PT-UNP     PIC ZZZZ9.
           05 FILLER PIC X(5)  VALUE '  MV '.
           05 WS-PT-UNP-MV  PIC -(12)9.99.
           05 FILLER PIC X(20) VALUE SPACES.
       01 WS-SCN-TOT.
           05 FILLER PIC X(18) VALUE 'SCENARIO TOTAL    '.
           05 FILLER PIC X(4)  VALUE 'MV  '.
           05 WS-ST-MV      PIC -(12)9.99.
           05 FILLER PIC X(7)  VALUE '   P&L '.
           05 WS-ST-PNL     PIC -(12)9.99.
           05 FILLER PIC X(3)  VALUE SPACES.
           05 WS-ST-PCT     PIC -(4)9.99.
           05 FILLER PIC X(14) VALUE '%   UNPRICED  '.
           05 WS-ST-UNP     PIC ZZZZ9.
           05 FILLER PIC X(5)  VALUE '  MV '.
           05 WS-ST-UNP-MV  PIC -(12)9.99.
           05 FILLER PIC X(20) VALUE SPACES.
       01 WS-SUM-HEAD-1.
           05 FILLER PIC X(38) VALUE
               'BECISTRS - SCENARIO SUMMARY'.
           05 FILLER PIC X(94) VALUE SPACES.
       01 WS-SUM-HEAD-2.
           05 FILLER PIC X(53) VALUE
               'SCENARIO        BENCH      SHOCK  SECTOR     SHOCK   '.
           05 FILLER PIC X(79) VALUE
               'PRICED MKT VALUE       PROJECTED P&L    PNL %  UNPRC'.
       01 WS-SUM-LINE.
           05 WS-SUM-NAME   PIC X(12).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WS-SUM-BENCH  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-SUM-BSHOCK PIC +ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-SUM-SECT   PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-SUM-SSHOCK PIC +ZZ9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 WS-SUM-MV     PIC -(12)9.99.
           05 FILLER        PIC X(4) VALUE SPACES.
           05 WS-SUM-PNL    PIC -(12)9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-SUM-PCT    PIC -(4)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-SUM-UNP    PIC ZZZZ9.
           05 FILLER        PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM LOAD-SCENARIOS.

           OPEN INPUT SEC-FILE.
           IF WS-SEC-STATUS = '00'
               MOVE 'Y' TO WS-SEC-AVAIL
           ELSE
               DISPLAY 'BECISTRS: SECFILE NOT AVAILABLE, STATUS '
                   WS-SEC-STATUS ' - TICKER RESOLUTION OFF'
           END-IF.

           PERFORM LOAD-HOLDINGS.

           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'BECISTRS: HISTFILE OPEN FAILED, STATUS '
                   WS-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BECISTRS: RPTFILE OPEN FAILED, STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE HIST-FILE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCN-CNT
               PERFORM RUN-SCENARIO
           END-PERFORM.
           PERFORM PRINT-SUMMARY.

           CLOSE HIST-FILE.
           CLOSE RPT-FILE.
           IF WS-ANY-UNPRICED = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *  -----------------------------------------------------------
      *  Read and edit the whole deck. Every bad card is reported
      *  before the run stops, so one pass fixes the deck.
      *  -----------------------------------------------------------
       LOAD-SCENARIOS.
           OPEN INPUT SCEN-FILE.
           IF WS-SCEN-STATUS NOT = '00'
               DISPLAY 'BECISTRS: SCENCTL OPEN FAILED, STATUS '
                   WS-SCEN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-SCEN-RECORD.
           PERFORM UNTIL WS-SCEN-EOF = 'Y'
               IF WS-SCN-CNT < WS-SCN-MAX
                   ADD 1 TO WS-SCN-CNT
                   PERFORM EDIT-SCENARIO-CARD
               ELSE
                   DISPLAY 'BECISTRS: MORE THAN ' WS-SCN-MAX
                       ' SCENARIO CARDS'
                   MOVE 'Y' TO WS-CARD-BAD
               END-IF
               PERFORM READ-SCEN-RECORD
           END-PERFORM.
           CLOSE SCEN-FILE.
           IF WS-SCN-CNT = 0
               DISPLAY 'BECISTRS: SCENCTL IS EMPTY'
               MOVE 'Y' TO WS-CARD-BAD
           END-IF.
           IF WS-CARD-BAD = 'Y'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       READ-SCEN-RECORD.
           READ SCEN-FILE
               AT END
                   MOVE 'Y' TO WS-SCEN-EOF
           END-READ.

      *  -----------------------------------------------------------
      *  A shock is a percentage move of the index and cannot take
      *  it below zero; a sector index needs a shock of its own.
      *  -----------------------------------------------------------
       EDIT-SCENARIO-CARD.
           MOVE SCEN-NAME    TO WS-SCN-NAME(WS-SCN-CNT).
           MOVE SCEN-BENCH   TO WS-SCN-BENCH(WS-SCN-CNT).
           MOVE SCEN-SECTIDX TO WS-SCN-SECTIDX(WS-SCN-CNT).
           MOVE 0 TO WS-SCN-BSHOCK(WS-SCN-CNT).
           MOVE 0 TO WS-SCN-SSHOCK(WS-SCN-CNT).
           MOVE 0 TO WS-SCN-TOT-MV(WS-SCN-CNT).
           MOVE 0 TO WS-SCN-TOT-PNL(WS-SCN-CNT).
           MOVE 0 TO WS-SCN-UNP-MV(WS-SCN-CNT).
           MOVE 0 TO WS-SCN-UNP-CNT(WS-SCN-CNT).

           IF SCEN-NAME = SPACES OR SCEN-BENCH = SPACES
               DISPLAY 'BECISTRS: SCENARIO CARD ' WS-SCN-CNT
                   ' NEEDS A NAME AND A BENCHMARK'
               MOVE 'Y' TO WS-CARD-BAD
           END-IF.

           COMPUTE WS-TEST-NUM = FUNCTION TEST-NUMVAL(SCEN-BSHOCK-X).
           IF WS-TEST-NUM NOT = 0 OR SCEN-BSHOCK-X = SPACES
               DISPLAY 'BECISTRS: SCENARIO ' SCEN-NAME
                   ' BENCHMARK SHOCK NOT NUMERIC'
               MOVE 'Y' TO WS-CARD-BAD
           ELSE
               IF FUNCTION NUMVAL(SCEN-BSHOCK-X) < -100
                  OR FUNCTION NUMVAL(SCEN-BSHOCK-X) > 999
                   DISPLAY 'BECISTRS: SCENARIO ' SCEN-NAME
                       ' BENCHMARK SHOCK OUT OF RANGE'
                   MOVE 'Y' TO WS-CARD-BAD
               ELSE
                   COMPUTE WS-SCN-BSHOCK(WS-SCN-CNT) =
                       FUNCTION NUMVAL(SCEN-BSHOCK-X)
               END-IF
           END-IF.

           IF SCEN-SECTIDX NOT = SPACES
               COMPUTE WS-TEST-NUM =
                   FUNCTION TEST-NUMVAL(SCEN-SSHOCK-X)
               IF WS-TEST-NUM NOT = 0 OR SCEN-SSHOCK-X = SPACES
                   DISPLAY 'BECISTRS: SCENARIO ' SCEN-NAME
                       ' SECTOR SHOCK MISSING OR NOT NUMERIC'
                   MOVE 'Y' TO WS-CARD-BAD
               ELSE
                   IF FUNCTION NUMVAL(SCEN-SSHOCK-X) < -100
                      OR FUNCTION NUMVAL(SCEN-SSHOCK-X) > 999
                       DISPLAY 'BECISTRS: SCENARIO ' SCEN-NAME
                           ' SECTOR SHOCK OUT OF RANGE'
                       MOVE 'Y' TO WS-CARD-BAD
                   ELSE
                       COMPUTE WS-SCN-SSHOCK(WS-SCN-CNT) =
                           FUNCTION NUMVAL(SCEN-SSHOCK-X)
                   END-IF
               END-IF
           ELSE
               IF SCEN-SSHOCK-X NOT = SPACES
                   DISPLAY 'BECISTRS: SCENARIO ' SCEN-NAME
                       ' HAS A SECTOR SHOCK BUT NO SECTOR INDEX'
                   MOVE 'Y' TO WS-CARD-BAD
               END-IF
           END-IF.

           EVALUATE SCEN-BASIS
               WHEN SPACES
                   MOVE 'RAW' TO WS-SCN-BASIS(WS-SCN-CNT)
               WHEN 'RAW'
               WHEN 'BLUME'
                   MOVE SCEN-BASIS TO WS-SCN-BASIS(WS-SCN-CNT)
               WHEN OTHER
                   DISPLAY 'BECISTRS: SCENARIO ' SCEN-NAME
                       ' BASIS MUST BE RAW OR BLUME, NOT ' SCEN-BASIS
                   MOVE 'Y' TO WS-CARD-BAD
           END-EVALUATE.

       LOAD-HOLDINGS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               DISPLAY 'BECISTRS: HOLDFILE OPEN FAILED, STATUS '
                   WS-HOLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-HOLD-RECORD.
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               IF WS-POS-CNT >= WS-POS-MAX
                   DISPLAY 'BECISTRS: HOLDFILE HAS MORE THAN '
                       WS-POS-MAX ' POSITIONS'
                   MOVE 16 TO RETURN-CODE
                   CLOSE HOLD-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POS-CNT
               MOVE HOLD-PORT   TO WS-POS-PORT(WS-POS-CNT)
               MOVE HOLD-TICKER TO WS-POS-TICKER(WS-POS-CNT)
               MOVE HOLD-TICKER TO WS-POS-PFILE(WS-POS-CNT)
               IF WS-SEC-AVAIL = 'Y'
                   PERFORM RESOLVE-POSITION
               END-IF
               MOVE 0 TO WS-POS-MV(WS-POS-CNT)
               MOVE 'N' TO WS-POS-MV-OK(WS-POS-CNT)
               IF HOLD-MKTVAL NOT = SPACES
                   COMPUTE WS-TEST-NUM =
                       FUNCTION TEST-NUMVAL(HOLD-MKTVAL)
                   IF WS-TEST-NUM = 0
                       COMPUTE WS-POS-MV(WS-POS-CNT) =
                           FUNCTION NUMVAL(HOLD-MKTVAL)
                       MOVE 'Y' TO WS-POS-MV-OK(WS-POS-CNT)
                   END-IF
               END-IF
               PERFORM READ-HOLD-RECORD
           END-PERFORM.
           CLOSE HOLD-FILE.
           IF WS-SEC-AVAIL = 'Y'
               CLOSE SEC-FILE
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO WS-HOLD-EOF
           END-READ.

      *  A ticker not on the master (or no master at all) keeps its
      *  own name as the price file - the legacy raw-name holding.
       RESOLVE-POSITION.
           MOVE HOLD-TICKER TO SEC-TICKER.
           READ SEC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEC-PFILE TO WS-POS-PFILE(WS-POS-CNT)
           END-READ.

      *  -----------------------------------------------------------
      *  One scenario over the whole book, a portfolio at a time -
      *  the table keeps the file's portfolio grouping.
      *  -----------------------------------------------------------
       RUN-SCENARIO.
           MOVE WS-SCN-NAME(WS-SCN-SUB)    TO WS-SH-NAME.
           MOVE WS-SCN-BENCH(WS-SCN-SUB)   TO WS-SH-BENCH.
           MOVE WS-SCN-BSHOCK(WS-SCN-SUB)  TO WS-SH-BSHOCK.
           MOVE WS-SCN-SECTIDX(WS-SCN-SUB) TO WS-SH-SECT.
           MOVE WS-SCN-SSHOCK(WS-SCN-SUB)  TO WS-SH-SSHOCK.
           MOVE WS-SCN-BASIS(WS-SCN-SUB)   TO WS-SH-BASIS.
           MOVE WS-SCN-HEAD TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES TO WS-CUR-PORT.
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-CNT
               IF WS-POS-SUB = 1
                  OR WS-POS-PORT(WS-POS-SUB) NOT = WS-CUR-PORT
                   IF WS-POS-SUB > 1
                       PERFORM PRINT-PORT-TOTAL
                   END-IF
                   PERFORM START-PORTFOLIO
               END-IF
               PERFORM STRESS-POSITION
           END-PERFORM.
           IF WS-POS-CNT > 0
               PERFORM PRINT-PORT-TOTAL
           END-IF.

           MOVE WS-SCN-TOT-MV(WS-SCN-SUB)  TO WS-ST-MV.
           MOVE WS-SCN-TOT-PNL(WS-SCN-SUB) TO WS-ST-PNL.
           MOVE 0 TO WS-PNL-PCT.
           IF WS-SCN-TOT-MV(WS-SCN-SUB) NOT = 0
               COMPUTE WS-PNL-PCT ROUNDED =
                   100 * WS-SCN-TOT-PNL(WS-SCN-SUB)
                   / WS-SCN-TOT-MV(WS-SCN-SUB)
           END-IF.
           MOVE WS-PNL-PCT TO WS-ST-PCT.
           MOVE WS-SCN-UNP-CNT(WS-SCN-SUB) TO WS-ST-UNP.
           MOVE WS-SCN-UNP-MV(WS-SCN-SUB)  TO WS-ST-UNP-MV.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SCN-TOT TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       START-PORTFOLIO.
           MOVE WS-POS-PORT(WS-POS-SUB) TO WS-CUR-PORT.
           MOVE 0 TO WS-PORT-MV.
           MOVE 0 TO WS-PORT-PNL.
           MOVE 0 TO WS-PORT-UNP-MV.
           MOVE 0 TO WS-PORT-UNP.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-CUR-PORT TO WS-PH-PORT.
           MOVE WS-PORT-HEAD TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-COL-HEAD TO RPT-LINE.
           WRITE RPT-LINE.

      *  -----------------------------------------------------------
      *  One position: the sector-index beta when the card has a
      *  sector index and the position has history against it,
      *  otherwise the benchmark beta; no history for either is
      *  UNPRICED. Priced market value and P&L go into the totals;
      *  an unpriced position's market value goes into the unpriced
      *  total instead.
      *  -----------------------------------------------------------
       STRESS-POSITION.
           MOVE 'N' TO WS-BETA-FOUND.
           MOVE SPACES TO WS-POS-FLAG.
           MOVE 0 TO WS-POS-PNL.
           MOVE 0 TO WS-USE-BETA.
           MOVE 0 TO WS-USE-SHOCK.
           MOVE SPACES TO WS-USE-LEG.
           MOVE SPACES TO WS-USE-INDEX.
           MOVE SPACES TO WS-DET-ASOF.

           IF WS-SCN-SECTIDX(WS-SCN-SUB) NOT = SPACES
               MOVE WS-SCN-SECTIDX(WS-SCN-SUB) TO WS-LOOK-Y
               PERFORM FIND-POSITION-BETA
               IF WS-BETA-FOUND = 'Y'
                   MOVE 'SECT' TO WS-USE-LEG
                   MOVE WS-SCN-SECTIDX(WS-SCN-SUB) TO WS-USE-INDEX
                   MOVE WS-SCN-SSHOCK(WS-SCN-SUB) TO WS-USE-SHOCK
               END-IF
           END-IF.
           IF WS-BETA-FOUND NOT = 'Y'
               MOVE WS-SCN-BENCH(WS-SCN-SUB) TO WS-LOOK-Y
               PERFORM FIND-POSITION-BETA
               IF WS-BETA-FOUND = 'Y'
                   MOVE 'MKT' TO WS-USE-LEG
                   MOVE WS-SCN-BENCH(WS-SCN-SUB) TO WS-USE-INDEX
                   MOVE WS-SCN-BSHOCK(WS-SCN-SUB) TO WS-USE-SHOCK
               END-IF
           END-IF.

           IF WS-BETA-FOUND = 'Y'
               MOVE WS-BETA-DATE TO WS-DET-ASOF
               IF WS-SCN-BASIS(WS-SCN-SUB) = 'BLUME'
                   COMPUTE WS-USE-BETA ROUNDED =
                       WS-BLUME-W * WS-BETA + (1 - WS-BLUME-W)
               ELSE
                   MOVE WS-BETA TO WS-USE-BETA
               END-IF
           ELSE
               MOVE 'UNPRICED' TO WS-POS-FLAG
           END-IF.
           IF WS-POS-MV-OK(WS-POS-SUB) NOT = 'Y'
               MOVE 'BADMV' TO WS-POS-FLAG
           END-IF.

           IF WS-POS-FLAG = SPACES
               COMPUTE WS-POS-PNL ROUNDED = WS-POS-MV(WS-POS-SUB)
                   * WS-USE-BETA * WS-USE-SHOCK / 100
               ADD WS-POS-MV(WS-POS-SUB) TO WS-PORT-MV
               ADD WS-POS-PNL TO WS-PORT-PNL
               ADD WS-POS-MV(WS-POS-SUB) TO WS-SCN-TOT-MV(WS-SCN-SUB)
               ADD WS-POS-PNL TO WS-SCN-TOT-PNL(WS-SCN-SUB)
           ELSE
               MOVE 'Y' TO WS-ANY-UNPRICED
               ADD 1 TO WS-PORT-UNP
               ADD WS-POS-MV(WS-POS-SUB) TO WS-PORT-UNP-MV
               ADD 1 TO WS-SCN-UNP-CNT(WS-SCN-SUB)
               ADD WS-POS-MV(WS-POS-SUB) TO WS-SCN-UNP-MV(WS-SCN-SUB)
           END-IF.

           MOVE WS-POS-TICKER(WS-POS-SUB) TO WS-DET-TICKER.
           MOVE WS-USE-LEG   TO WS-DET-LEG.
           MOVE WS-USE-INDEX TO WS-DET-INDEX.
           MOVE WS-USE-BETA  TO WS-DET-BETA.
           MOVE WS-USE-SHOCK TO WS-DET-SHOCK.
           MOVE WS-POS-MV(WS-POS-SUB) TO WS-DET-MV.
           MOVE WS-POS-PNL   TO WS-DET-PNL.
           MOVE WS-POS-FLAG  TO WS-DET-FLAG.
           MOVE WS-DET-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *  -----------------------------------------------------------
      *  History against index WS-LOOK-Y under the position's own
      *  name first, then under its price file when the master gave
      *  it a different one.
      *  -----------------------------------------------------------
       FIND-POSITION-BETA.
           MOVE WS-POS-TICKER(WS-POS-SUB) TO WS-LOOK-X.
           PERFORM FIND-LATEST-BETA.
           IF WS-BETA-FOUND NOT = 'Y'
              AND WS-POS-PFILE(WS-POS-SUB)
                  NOT = WS-POS-TICKER(WS-POS-SUB)
               MOVE WS-POS-PFILE(WS-POS-SUB) TO WS-LOOK-X
               PERFORM FIND-LATEST-BETA
           END-IF.

      *  -----------------------------------------------------------
      *  Keys ascend by date within a pair, so the last record the
      *  browse sees for the pair is its latest beta - the same walk
      *  BECIDRFT makes, without a date ceiling.
      *  -----------------------------------------------------------
       FIND-LATEST-BETA.
           MOVE 'N' TO WS-BETA-FOUND.
           MOVE 'N' TO WS-HIST-DONE.
           MOVE WS-LOOK-X TO HIST-XFILE.
           MOVE WS-LOOK-Y TO HIST-YFILE.
           MOVE 0 TO HIST-DATE.
           START HIST-FILE KEY >= HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HIST-DONE
           END-START.
           PERFORM READ-HIST-NEXT UNTIL WS-HIST-DONE = 'Y'.

       READ-HIST-NEXT.
           READ HIST-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-HIST-DONE
               NOT AT END
                   IF HIST-XFILE NOT = WS-LOOK-X
                      OR HIST-YFILE NOT = WS-LOOK-Y
                       MOVE 'Y' TO WS-HIST-DONE
                   ELSE
                       MOVE HIST-BETA TO WS-BETA
                       MOVE HIST-DATE TO WS-BETA-DATE
                       MOVE 'Y' TO WS-BETA-FOUND
                   END-IF
           END-READ.

       PRINT-PORT-TOTAL.
           MOVE WS-PORT-MV  TO WS-PT-MV.
           MOVE WS-PORT-PNL TO WS-PT-PNL.
           MOVE 0 TO WS-PNL-PCT.
           IF WS-PORT-MV NOT = 0
               COMPUTE WS-PNL-PCT ROUNDED =
                   100 * WS-PORT-PNL / WS-PORT-MV
           END-IF.
           MOVE WS-PNL-PCT     TO WS-PT-PCT.
           MOVE WS-PORT-UNP    TO WS-PT-UNP.
           MOVE WS-PORT-UNP-MV TO WS-PT-UNP-MV.
           MOVE WS-PORT-TOT TO RPT-LINE.
           WRITE RPT-LINE.

      *  -----------------------------------------------------------
      *  One line per scenario - the page risk actually reads.
      *  -----------------------------------------------------------
       PRINT-SUMMARY.
           MOVE WS-SUM-HEAD-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SUM-HEAD-2 TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-SCN-SUB FROM 1 BY 1
                   UNTIL WS-SCN-SUB > WS-SCN-CNT
               MOVE WS-SCN-NAME(WS-SCN-SUB)    TO WS-SUM-NAME
               MOVE WS-SCN-BENCH(WS-SCN-SUB)   TO WS-SUM-BENCH
               MOVE WS-SCN-BSHOCK(WS-SCN-SUB)  TO WS-SUM-BSHOCK
               MOVE WS-SCN-SECTIDX(WS-SCN-SUB) TO WS-SUM-SECT
               MOVE WS-SCN-SSHOCK(WS-SCN-SUB)  TO WS-SUM-SSHOCK
               MOVE WS-SCN-TOT-MV(WS-SCN-SUB)  TO WS-SUM-MV
               MOVE WS-SCN-TOT-PNL(WS-SCN-SUB) TO WS-SUM-PNL
               MOVE 0 TO WS-PNL-PCT
               IF WS-SCN-TOT-MV(WS-SCN-SUB) NOT = 0
                   COMPUTE WS-PNL-PCT ROUNDED =
                       100 * WS-SCN-TOT-PNL(WS-SCN-SUB)
                       / WS-SCN-TOT-MV(WS-SCN-SUB)
               END-IF
               MOVE WS-PNL-PCT TO WS-SUM-PCT
               MOVE WS-SCN-UNP-CNT(WS-SCN-SUB) TO WS-SUM-UNP
               MOVE WS-SUM-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
