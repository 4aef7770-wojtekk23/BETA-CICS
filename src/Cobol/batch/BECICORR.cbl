      *      OHLCV column (default CLOSE); RETMODE PCT or LOG runs
      *      the statistics on one-period returns of that column,
      *      in percent points, exactly as BETACICS does.
      *      Columns 109-111 carry an optional BASECCY - an ISO
      *      currency code every slot's prices are converted into
      *      before the statistics are computed (see below).
      *
      *  Each ticker slot is resolved through the security master
      *  (see BECISEC, DD SECFILE) - a retired or unknown security
      *  Covariance is the sample covariance (deviation sum over
      *  n - 1).
      *
      *  Base-currency mode (BASECCY on the card): each slot's
      *  quoting currency comes from its security master entry
      *  (blank reads as USD), and every selected price level is
      *  converted at the BECIFXR rates (DD FXFILE) for that
      *  position's own trade date, the way BETACICS converts its
      *  legs. A position where any slot's currency has no rate
      *  that day is dropped from the whole row - never priced off
      *  a neighbouring day's rate - and is listed on the job log
      *  as NOFXRATE and counted on the report. So is a position
      *  where a converted level would overflow the level fields (a
      *  high-unit base such as JPY against a high-priced listing),
      *  listed as FXSIZE rather than truncated. The mode needs the
      *  security master, ignores a VOLUME run, and treats a raw
      *  BECIIN name (no master entry, so no currency) as a card
      *  error.
      *
      *  Return codes: 0 matrix produced, 4 fewer than two usable
      *  observations (the matrix would be empty), 16 a file would
      *  not open / bad control card / security rejected.
           SELECT CELL-FILE ASSIGN TO CELLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CELL-STATUS.
           SELECT FXR-FILE ASSIGN TO FXFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-FXR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CTL-RETMODE  PIC X(3).
           05 CTL-TICKERS.
               10 CTL-TICKENT PIC X(8) OCCURS 10 TIMES.
           05 CTL-BASECCY  PIC X(3).
           05 FILLER       PIC X(9).

       FD  SEC-FILE
           RECORDING MODE F
               ==BECI-SEC-SECTOR== BY ==SEC-SECTOR==
               ==BECI-SEC-EXCH==   BY ==SEC-EXCH==
               ==BECI-SEC-BENCH==  BY ==SEC-BENCH==
               ==BECI-SEC-ACTIVE== BY ==SEC-ACTIVE==
               ==BECI-SEC-CCY==    BY ==SEC-CCY==.

      *  -----------------------------------------------------------
      *  One FD per price file slot, all the shared 185-byte BECIREC
           LABEL RECORDS STANDARD.
       01  CELL-LINE PIC X(60).

       FD  FXR-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIFXR REPLACING
               ==BECI-FXR-REC==  BY ==FXR-RECORD==
               ==BECI-FXR-KEY==  BY ==FXR-KEY==
               ==BECI-FXR-CCY==  BY ==FXR-CCY==
               ==BECI-FXR-DATE== BY ==FXR-DATE==
               ==BECI-FXR-RATE== BY ==FXR-RATE==.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS   PIC X(2) VALUE '00'.
       01 WS-SEC-STATUS   PIC X(2) VALUE '00'.
       01 WS-PRC10-STATUS PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS   PIC X(2) VALUE '00'.
       01 WS-CELL-STATUS  PIC X(2) VALUE '00'.
       01 WS-FXR-STATUS   PIC X(2) VALUE '00'.
       01 WS-PRC-STATUS   PIC X(2).

      *  -----------------------------------------------------------
           05 WS-TICK-ENT PIC X(8) OCCURS 10 TIMES.
       01 WS-PFILE-TAB.
           05 WS-PFILE-ENT PIC X(8) OCCURS 10 TIMES.
       01 WS-CCY-TAB.
           05 WS-CCY-ENT   PIC X(3) OCCURS 10 TIMES.

       01 WS-DATE-MODE   PIC X(1) VALUE 'N'.
       01 WS-FIELD-SEL   PIC X(8) VALUE 'CLOSE'.
               SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PREV-SET    PIC X(1) VALUE 'N'.

      *  Base-currency mode. The base currency's own rate is read
      *  once per trade date (WS-FX-BASE-DATE); each slot's rate is
      *  read as its level is converted. WS-FX-MISS marks a
      *  position dropped for a missing rate or an oversize converted
      *  level so pass 1 can count it.
       01 WS-FX-MODE      PIC X(1) VALUE 'N'.
       01 WS-BASE-CCY     PIC X(3) VALUE SPACES.
       01 WS-FX-CCY       PIC X(3).
       01 WS-FX-RATE      PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FX-FOUND     PIC X(1).
       01 WS-FX-BASE-DATE PIC 9(8) VALUE 0.
       01 WS-FX-BASE-RATE PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FX-BASE-OK   PIC X(1) VALUE 'N'.
       01 WS-FX-MISS      PIC X(1).
       01 WS-FX-SKIP-COUNT PIC 9(5) VALUE 0.

      *  Per-slot means from pass 1, and the upper-triangle
      *  deviation product sums from pass 2 - WS-DEV-ENT(I, J) for
      *  I <= J holds SUM((XI - MI) * (XJ - MJ)); the diagonal is
           05 WS-SLOT-TICK  PIC X(8).
           05 FILLER PIC X(4)  VALUE ' -> '.
           05 WS-SLOT-PFILE PIC X(8).
           05 FILLER PIC X(1)  VALUE SPACE.
           05 WS-SLOT-CCY   PIC X(3).
           05 FILLER PIC X(99) VALUE SPACES.
       01 WS-FX-LINE.
           05 FILLER PIC X(14) VALUE 'BASE CURRENCY '.
           05 WS-FXL-BASE   PIC X(3).
           05 FILLER PIC X(3)  VALUE ' - '.
           05 WS-FXL-SKIP   PIC ZZZZ9.
           05 FILLER PIC X(41) VALUE
               ' POSITIONS DROPPED (NO FX RATE / FX SIZE)'.
           05 FILLER PIC X(66) VALUE SPACES.
       01 WS-BLOCK-TITLE PIC X(132).
       01 WS-COL-HEAD.
           05 FILLER PIC X(9) VALUE SPACES.
           PERFORM EDIT-CONTROL-CARD.
           PERFORM RESOLVE-TICKERS.
           PERFORM OPEN-PRICE-FILES.
           IF WS-FX-MODE = 'Y'
               OPEN INPUT FXR-FILE
               IF WS-FXR-STATUS NOT = '00'
                   DISPLAY 'BECICORR: FXFILE OPEN FAILED, STATUS '
                       WS-FXR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
           PERFORM CLOSE-PRICE-FILES.
           CLOSE RPT-FILE.
           CLOSE CELL-FILE.
           IF WS-FX-MODE = 'Y'
               CLOSE FXR-FILE
               DISPLAY 'BECICORR: BASE CURRENCY ' WS-BASE-CCY ', '
                   WS-FX-SKIP-COUNT ' POSITIONS DROPPED (FX)'
           END-IF.
           DISPLAY 'BECICORR: ' WS-TICK-CNT ' SECURITIES, '
               WS-OBS-COUNT ' OBSERVATIONS'.
           STOP RUN.
           IF CTL-RETMODE = 'PCT' OR CTL-RETMODE = 'LOG'
               MOVE CTL-RETMODE TO WS-RETURN-MODE
           END-IF.
           IF CTL-BASECCY NOT = SPACES AND WS-FIELD-SEL NOT = 'VOLUME'
               MOVE 'Y' TO WS-FX-MODE
               MOVE CTL-BASECCY TO WS-BASE-CCY
           END-IF.

      *  TEST-NUMVAL rather than a plain NUMERIC test - key-mode
      *  requests left-justify their 5 digits in the X(8) field, so
           ELSE
               DISPLAY 'BECICORR: SECFILE NOT AVAILABLE, STATUS '
                   WS-SEC-STATUS ' - TICKER RESOLUTION OFF'
               IF WS-FX-MODE = 'Y'
                   DISPLAY 'BECICORR: BASECCY NEEDS THE SECURITY '
                       'MASTER FOR QUOTING CURRENCIES'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1

       RESOLVE-ONE-TICKER.
           MOVE WS-TICK-ENT(WS-FILE-SUB) TO SEC-TICKER.
           MOVE SPACES TO WS-CCY-ENT(WS-FILE-SUB).
           READ SEC-FILE
               INVALID KEY
                   IF WS-TICK-ENT(WS-FILE-SUB)(1:6) NOT = 'BECIIN'
                      OR WS-FX-MODE = 'Y'
                       DISPLAY 'BECICORR: TICKER '
                           WS-TICK-ENT(WS-FILE-SUB)
                           ' NOT ON THE SECURITY MASTER'
               NOT INVALID KEY
                   IF SEC-ACTIVE = 'Y'
                       MOVE SEC-PFILE TO WS-PFILE-ENT(WS-FILE-SUB)
                       IF SEC-CCY = SPACES OR SEC-CCY = LOW-VALUES
                           MOVE 'USD' TO WS-CCY-ENT(WS-FILE-SUB)
                       ELSE
                           MOVE SEC-CCY TO WS-CCY-ENT(WS-FILE-SUB)
                       END-IF
                   ELSE
                       DISPLAY 'BECICORR: TICKER '
                           WS-TICK-ENT(WS-FILE-SUB) ' IS RETIRED'
       GET-POSITION-OBS.
           MOVE 'N' TO WS-OBS-OK.
           MOVE 'Y' TO WS-POS-PRESENT.
           MOVE 'N' TO WS-FX-MISS.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-TICK-CNT
                      OR WS-POS-PRESENT = 'N'
                   ELSE
                       COMPUTE WS-LVL-ENT(WS-FILE-SUB) =
                           FUNCTION NUMVAL-C(WS-WRK-SELVAL)
                       IF WS-FX-MODE = 'Y'
                           PERFORM CONVERT-SLOT-LEVEL
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FX-MISS = 'Y' AND WS-PASS = 1
               ADD 1 TO WS-FX-SKIP-COUNT
           END-IF.

           IF WS-POS-PRESENT = 'Y'
               IF WS-RETURN-MODE = 'PCT' OR WS-RETURN-MODE = 'LOG'
                   PERFORM DERIVE-RETURN-OBS
           END-PERFORM.
           MOVE 'Y' TO WS-PREV-SET.

      *  -----------------------------------------------------------
      *  Base-currency mode - the slot's level just decoded, from
      *  its quoting currency into the base, at both currencies'
      *  rates for this position's trade date. A slot already in
      *  the base is left alone. A missing rate on either side
      *  drops the whole position (pass 1 logs it once).
      *  -----------------------------------------------------------
       CONVERT-SLOT-LEVEL.
           IF WS-CCY-ENT(WS-FILE-SUB) = WS-BASE-CCY
               CONTINUE
           ELSE
               IF WS-POS-DATE NOT = WS-FX-BASE-DATE
                   MOVE WS-BASE-CCY TO WS-FX-CCY
                   PERFORM READ-FX-RATE
                   MOVE WS-FX-RATE  TO WS-FX-BASE-RATE
                   MOVE WS-FX-FOUND TO WS-FX-BASE-OK
                   MOVE WS-POS-DATE TO WS-FX-BASE-DATE
               END-IF
               MOVE WS-CCY-ENT(WS-FILE-SUB) TO WS-FX-CCY
               PERFORM READ-FX-RATE
               IF WS-FX-BASE-OK = 'N'
                   MOVE WS-BASE-CCY TO WS-FX-CCY
                   MOVE 'N' TO WS-FX-FOUND
               END-IF
               IF WS-FX-FOUND = 'Y'
                   COMPUTE WS-LVL-ENT(WS-FILE-SUB) ROUNDED =
                       WS-LVL-ENT(WS-FILE-SUB) * WS-FX-BASE-RATE
                       / WS-FX-RATE
                       ON SIZE ERROR
                           MOVE 'N' TO WS-POS-PRESENT
                           MOVE 'Y' TO WS-FX-MISS
                           IF WS-PASS = 1
                               DISPLAY 'BECICORR: FXSIZE ' WS-FX-CCY
                                   ' ' WS-POS-DATE ' - POSITION '
                                   WS-ITER ' DROPPED'
                           END-IF
                   END-COMPUTE
               ELSE
                   MOVE 'N' TO WS-POS-PRESENT
                   MOVE 'Y' TO WS-FX-MISS
                   IF WS-PASS = 1
                       DISPLAY 'BECICORR: NOFXRATE ' WS-FX-CCY ' '
                           WS-POS-DATE ' - POSITION ' WS-ITER
                           ' DROPPED'
                   END-IF
               END-IF
           END-IF.

      *  USD is the pivot the rates are quoted against - always 1.
       READ-FX-RATE.
           IF WS-FX-CCY = 'USD'
               MOVE 1 TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-FOUND
           ELSE
               MOVE WS-FX-CCY   TO FXR-CCY
               MOVE WS-POS-DATE TO FXR-DATE
               READ FXR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-FX-FOUND
                   NOT INVALID KEY
                       MOVE FXR-RATE TO WS-FX-RATE
                       IF WS-FX-RATE > 0
                           MOVE 'Y' TO WS-FX-FOUND
                       ELSE
                           MOVE 'N' TO WS-FX-FOUND
                       END-IF
               END-READ
           END-IF.

       READ-PRICE-RECORD.
           EVALUATE WS-FILE-SUB
               WHEN 1
               MOVE WS-FILE-SUB TO WS-SLOT-NO
               MOVE WS-TICK-ENT(WS-FILE-SUB)  TO WS-SLOT-TICK
               MOVE WS-PFILE-ENT(WS-FILE-SUB) TO WS-SLOT-PFILE
               MOVE WS-CCY-ENT(WS-FILE-SUB)   TO WS-SLOT-CCY
               MOVE WS-SLOT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.
           IF WS-FX-MODE = 'Y'
               MOVE WS-BASE-CCY      TO WS-FXL-BASE
               MOVE WS-FX-SKIP-COUNT TO WS-FXL-SKIP
               MOVE WS-FX-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *  -----------------------------------------------------------
      *  The two triangular blocks - correlations, then covariances.
