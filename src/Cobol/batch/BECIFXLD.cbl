       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECIFXLD.

      *  -----------------------------------------------------------
      *  Batch loader for the keyed FX rate dataset (see BECIFXR)
      *  that BETACICS's base-currency mode reads. Takes the nightly
      *  vendor FX fixing extract - one line per currency per day:
      *  ISO currency code, trade date, units of the currency per
      *  one US dollar - validates each line and writes it keyed by
      *  currency and date, either rebuilding the dataset or
      *  appending behind each currency's latest loaded date. Every
      *  currency in the extract is loaded; USD is the pivot and is
      *  never on file.
      *
      *  FXCTL card (fixed columns): mode 1-8 (APPEND or REBUILD).
      *
      *  Malformed vendor lines are not loaded - each goes to the
      *  error file with a reason code in front of the raw line, the
      *  same shape BECILOAD's and BECIRFLD's error files have, so a
      *  feed problem is caught tonight instead of surfacing as a
      *  run of NOFXRATE exclusions (or worse, a wrong conversion)
      *  inside tomorrow's betas:
      *      BADCCY   - currency code not three letters, or USD
      *      BADDATE  - trade date not numeric / not a calendar date
      *      BADNUM   - the rate fails the numeric edit
      *      BADRATE  - the rate is zero, negative or beyond the
      *                 largest quote the record can hold
      *      RATEJUMP - the rate moved more than WS-JUMP-PCT percent
      *                 both from the currency's last loaded day and
      *                 from its previous day in the feed (an
      *                 inverted quote, a shifted decimal point)
      *      SEQERR   - trade date not beyond the currency's last
      *                 loaded date
      *      CCYMAX   - more currencies than WS-CCY-MAX in one run
      *
      *  Return codes: 0 all lines loaded, 4 one or more lines
      *  rejected, 16 a file would not open / bad card.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO FXCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT VEND-FILE ASSIGN TO VENDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VEND-STATUS.
           SELECT ERR-FILE ASSIGN TO ERRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT OUT-FILE ASSIGN TO OUTFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OUT-KEY
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CTL-RECORD.
           05 CTL-MODE   PIC X(8).
           05 FILLER     PIC X(72).

       FD  VEND-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  VEND-RECORD.
           05 VEND-CCY    PIC X(3).
           05 FILLER      PIC X(5).
           05 VEND-DATE   PIC X(8).
           05 VEND-RATE   PIC X(16).
           05 FILLER      PIC X(48).

       FD  ERR-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ERR-RECORD.
           05 ERR-REASON    PIC X(8).
           05 ERR-VEND-LINE PIC X(80).

       FD  OUT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIFXR REPLACING
               ==BECI-FXR-REC==    BY ==OUT-RECORD==
               ==BECI-FXR-KEY==    BY ==OUT-KEY==
               ==BECI-FXR-CCY==    BY ==OUT-CCY==
               ==BECI-FXR-DATE==   BY ==OUT-DATE==
               ==BECI-FXR-RATE==   BY ==OUT-RATE==.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS  PIC X(2) VALUE '00'.
       01 WS-VEND-STATUS PIC X(2) VALUE '00'.
       01 WS-ERR-STATUS  PIC X(2) VALUE '00'.
       01 WS-OUT-STATUS  PIC X(2) VALUE '00'.
       01 WS-VEND-EOF    PIC X(1) VALUE 'N'.
       01 WS-OUT-EOF     PIC X(1) VALUE 'N'.
       01 WS-REBUILD     PIC X(1) VALUE 'N'.
       01 WS-LINE-OK     PIC X(1) VALUE 'Y'.
       01 WS-LOAD-COUNT  PIC 9(7) VALUE 0.
       01 WS-REJ-COUNT   PIC 9(7) VALUE 0.
       01 WS-TEST-NUM    PIC S9(4) COMP.
      *  Vendor trade date, viewed both as one number (the range and
      *  sequence checks) and as its calendar parts (the month/day
      *  edits) - the same two views BECILOAD keeps.
       01 WS-VEND-DATE-N PIC 9(8).
       01 WS-VEND-DATE-G REDEFINES WS-VEND-DATE-N.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 9(2).
           05 WS-DATE-DD   PIC 9(2).
       01 WS-RATE        PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-MOVE-PCT    PIC S9(7)V9(4)
           SIGN IS LEADING SEPARATE CHARACTER.

      *  -----------------------------------------------------------
      *  Plausibility checks on a quote. The ceiling is the largest
      *  rate BECI-FXR-RATE holds; the day-over-day band catches the
      *  classic feed errors - a rate quoted the other way up, or a
      *  decimal point in the wrong place - that a bare range check
      *  lets through. No real currency moves 25% against the
      *  dollar in a day without operations hearing about it first.
      *
      *  A quote inside the band around either the last loaded rate
      *  or the previous feed day's rate - loaded or rejected - is
      *  accepted. A genuine step (a devaluation, a redenomination)
      *  is therefore held back for one day only: the next day's
      *  quote at the new level confirms it against the rejected
      *  one and loads. A one-off bad quote does not drag the next
      *  good day out with it, as that day is still inside the
      *  band around the last loaded rate.
      *  -----------------------------------------------------------
       01 WS-RATE-CEIL   PIC 9(7) VALUE 9999999.
       01 WS-JUMP-PCT    PIC 9(3) VALUE 25.
       01 WS-JUMP-OK     PIC X(1) VALUE 'Y'.

      *  -----------------------------------------------------------
      *  Per-currency memory of the last loaded day and rate, and
      *  of the last rate the feed quoted whether it loaded or not -
      *  the sequence and jump checks are per currency, since the
      *  extract interleaves every currency for each trade date.
      *  APPEND seeds both rates from the dataset already on file.
      *  -----------------------------------------------------------
       01 WS-CCY-MAX     PIC 9(3) VALUE 99.
       01 WS-CCY-CNT     PIC 9(3) VALUE 0.
       01 WS-CCY-SUB     PIC 9(3) VALUE 0.
       01 WS-CCY-FOUND   PIC X(1) VALUE 'N'.
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 99 TIMES.
               10 WS-CCY-CODE      PIC X(3).
               10 WS-CCY-LAST-DATE PIC 9(8).
               10 WS-CCY-LAST-RATE PIC S9(7)V9(10)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-CCY-FEED-RATE PIC S9(7)V9(10)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-CCY-LOADED    PIC 9(7).
       01 WS-FIND-CCY    PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROC.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'BECIFXLD: FXCTL OPEN FAILED, STATUS '
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'BECIFXLD: FXCTL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CTL-FILE
                   STOP RUN
           END-READ.
           CLOSE CTL-FILE.
           IF CTL-MODE NOT = 'APPEND' AND CTL-MODE NOT = 'REBUILD'
               DISPLAY 'BECIFXLD: FXCTL MODE MUST BE APPEND OR '
                   'REBUILD, NOT ' CTL-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT VEND-FILE.
           IF WS-VEND-STATUS NOT = '00'
               DISPLAY 'BECIFXLD: VENDFILE OPEN FAILED, STATUS '
                   WS-VEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ERR-FILE.
           IF WS-ERR-STATUS NOT = '00'
               DISPLAY 'BECIFXLD: ERRFILE OPEN FAILED, STATUS '
                   WS-ERR-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE VEND-FILE
               STOP RUN
           END-IF.

           IF CTL-MODE = 'REBUILD'
               MOVE 'Y' TO WS-REBUILD
           END-IF.
           PERFORM OPEN-TARGET.

           PERFORM READ-VEND-RECORD.
           PERFORM UNTIL WS-VEND-EOF = 'Y'
               PERFORM PROCESS-VEND-RECORD
               PERFORM READ-VEND-RECORD
           END-PERFORM.

           CLOSE VEND-FILE.
           CLOSE ERR-FILE.
           CLOSE OUT-FILE.

           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-CNT
               DISPLAY 'BECIFXLD: CURRENCY ' WS-CCY-CODE(WS-CCY-SUB)
                   ' LOADED ' WS-CCY-LOADED(WS-CCY-SUB)
                   ' LAST DATE ' WS-CCY-LAST-DATE(WS-CCY-SUB)
           END-PERFORM.
           DISPLAY 'BECIFXLD: LOADED ' WS-LOAD-COUNT
               ' REJECTED ' WS-REJ-COUNT.
           IF WS-REJ-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *  -----------------------------------------------------------
      *  REBUILD starts the dataset over; the empty dataset is then
      *  reopened I-O like an APPEND target, because the extract is
      *  in date order, not the currency/date key order a load-mode
      *  OUTPUT open would insist on. APPEND walks the existing
      *  dataset to seed each currency's latest loaded date and
      *  rate; a dataset that does not exist yet (status 35) is
      *  simply started fresh.
      *  -----------------------------------------------------------
       OPEN-TARGET.
           IF WS-REBUILD = 'Y'
               OPEN OUTPUT OUT-FILE
               IF WS-OUT-STATUS NOT = '00'
                   DISPLAY 'BECIFXLD: OUTFILE OPEN FAILED, STATUS '
                       WS-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE VEND-FILE
                   CLOSE ERR-FILE
                   STOP RUN
               END-IF
               CLOSE OUT-FILE
           END-IF.

           OPEN I-O OUT-FILE.
           IF WS-OUT-STATUS = '35'
               OPEN OUTPUT OUT-FILE
               IF WS-OUT-STATUS = '00'
                   CLOSE OUT-FILE
                   OPEN I-O OUT-FILE
               END-IF
           END-IF.
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'BECIFXLD: OUTFILE OPEN FAILED, STATUS '
                   WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE VEND-FILE
               CLOSE ERR-FILE
               STOP RUN
           END-IF.
           IF WS-REBUILD NOT = 'Y'
               PERFORM SCAN-TARGET-LAST-DATES
           END-IF.

      *  The dataset is in currency/date order, so the last record
      *  read for each currency is its latest loaded day.
       SCAN-TARGET-LAST-DATES.
           MOVE 'N' TO WS-OUT-EOF.
           PERFORM READ-TARGET-RECORD.
           PERFORM UNTIL WS-OUT-EOF = 'Y'
               MOVE OUT-CCY TO WS-FIND-CCY
               PERFORM FIND-CCY-ENTRY
               IF WS-CCY-FOUND = 'Y'
                   MOVE OUT-DATE TO WS-CCY-LAST-DATE(WS-CCY-SUB)
                   MOVE OUT-RATE TO WS-CCY-LAST-RATE(WS-CCY-SUB)
                   MOVE OUT-RATE TO WS-CCY-FEED-RATE(WS-CCY-SUB)
               END-IF
               PERFORM READ-TARGET-RECORD
           END-PERFORM.

       READ-TARGET-RECORD.
           READ OUT-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-OUT-EOF
           END-READ.

       READ-VEND-RECORD.
           READ VEND-FILE
               AT END
                   MOVE 'Y' TO WS-VEND-EOF
           END-READ.

      *  -----------------------------------------------------------
      *  Find WS-FIND-CCY in the per-currency table, adding it when
      *  it is new and there is room. WS-CCY-FOUND 'N' on return
      *  means the table is full.
      *  -----------------------------------------------------------
       FIND-CCY-ENTRY.
           MOVE 'N' TO WS-CCY-FOUND.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-CNT
                      OR WS-CCY-FOUND = 'Y'
               IF WS-CCY-CODE(WS-CCY-SUB) = WS-FIND-CCY
                   MOVE 'Y' TO WS-CCY-FOUND
               END-IF
           END-PERFORM.
           IF WS-CCY-FOUND = 'Y'
               SUBTRACT 1 FROM WS-CCY-SUB
           ELSE
               IF WS-CCY-CNT < WS-CCY-MAX
                   ADD 1 TO WS-CCY-CNT
                   MOVE WS-CCY-CNT TO WS-CCY-SUB
                   MOVE WS-FIND-CCY TO WS-CCY-CODE(WS-CCY-SUB)
                   MOVE 0 TO WS-CCY-LAST-DATE(WS-CCY-SUB)
                   MOVE 0 TO WS-CCY-LAST-RATE(WS-CCY-SUB)
                   MOVE 0 TO WS-CCY-FEED-RATE(WS-CCY-SUB)
                   MOVE 0 TO WS-CCY-LOADED(WS-CCY-SUB)
                   MOVE 'Y' TO WS-CCY-FOUND
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  One vendor line is validated and written - or rejected to
      *  ERRFILE with its reason, never half-loaded.
      *  -----------------------------------------------------------
       PROCESS-VEND-RECORD.
           MOVE 'Y' TO WS-LINE-OK.
           PERFORM VALIDATE-VEND-CCY.
           IF WS-LINE-OK = 'Y'
               PERFORM VALIDATE-VEND-DATE
           END-IF.
           IF WS-LINE-OK = 'Y'
               PERFORM VALIDATE-VEND-RATE
           END-IF.
           IF WS-LINE-OK = 'Y'
               PERFORM WRITE-OUT-RECORD
           END-IF.

      *  -----------------------------------------------------------
      *  A currency code is three capital letters. USD is the pivot
      *  every other rate is quoted against - a USD line is a feed
      *  error, not a rate of 1 to be stored.
      *  -----------------------------------------------------------
       VALIDATE-VEND-CCY.
           IF VEND-CCY = SPACES OR VEND-CCY NOT ALPHABETIC-UPPER
              OR VEND-CCY(1:1) = SPACE OR VEND-CCY(2:1) = SPACE
              OR VEND-CCY(3:1) = SPACE OR VEND-CCY = 'USD'
               MOVE 'BADCCY' TO ERR-REASON
               PERFORM WRITE-ERR-RECORD
           ELSE
               MOVE VEND-CCY TO WS-FIND-CCY
               PERFORM FIND-CCY-ENTRY
               IF WS-CCY-FOUND NOT = 'Y'
                   MOVE 'CCYMAX' TO ERR-REASON
                   PERFORM WRITE-ERR-RECORD
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Same date rules BECILOAD applies to a price line - a real
      *  calendar date - and beyond this currency's last loaded
      *  date. No holiday check: FX fixings are published on days
      *  a given exchange is shut, and those rates are needed for
      *  the other exchanges that did trade.
      *  -----------------------------------------------------------
       VALIDATE-VEND-DATE.
           IF VEND-DATE NOT NUMERIC
               MOVE 'BADDATE' TO ERR-REASON
               PERFORM WRITE-ERR-RECORD
           ELSE
               MOVE VEND-DATE TO WS-VEND-DATE-N
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                  OR WS-VEND-DATE-N < 19000101
                   MOVE 'BADDATE' TO ERR-REASON
                   PERFORM WRITE-ERR-RECORD
               ELSE
                   IF WS-VEND-DATE-N NOT >
                      WS-CCY-LAST-DATE(WS-CCY-SUB)
                       MOVE 'SEQERR' TO ERR-REASON
                       PERFORM WRITE-ERR-RECORD
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  The rate must pass the numeric edit, be positive and fit
      *  the record, and - once the currency has a prior day - sit
      *  inside the day-over-day band around its last loaded rate or
      *  its previous feed rate. A move too large even to measure is
      *  outside the band. Every quote that gets this far becomes the
      *  currency's feed rate for the next day's check.
      *  -----------------------------------------------------------
       VALIDATE-VEND-RATE.
           COMPUTE WS-TEST-NUM = FUNCTION TEST-NUMVAL-C(VEND-RATE).
           IF WS-TEST-NUM NOT = 0
               MOVE 'BADNUM' TO ERR-REASON
               PERFORM WRITE-ERR-RECORD
           ELSE
               IF FUNCTION NUMVAL-C(VEND-RATE) NOT > 0
                  OR FUNCTION NUMVAL-C(VEND-RATE) > WS-RATE-CEIL
                   MOVE 'BADRATE' TO ERR-REASON
                   PERFORM WRITE-ERR-RECORD
               ELSE
                   COMPUTE WS-RATE = FUNCTION NUMVAL-C(VEND-RATE)
                   MOVE 'Y' TO WS-JUMP-OK
                   IF WS-CCY-LAST-RATE(WS-CCY-SUB) > 0
                       COMPUTE WS-MOVE-PCT = 100
                           * (WS-RATE - WS-CCY-LAST-RATE(WS-CCY-SUB))
                           / WS-CCY-LAST-RATE(WS-CCY-SUB)
                           ON SIZE ERROR
                               MOVE 'N' TO WS-JUMP-OK
                       END-COMPUTE
                       IF WS-MOVE-PCT > WS-JUMP-PCT
                          OR WS-MOVE-PCT < 0 - WS-JUMP-PCT
                           MOVE 'N' TO WS-JUMP-OK
                       END-IF
                   END-IF
                   IF WS-JUMP-OK = 'N'
                      AND WS-CCY-FEED-RATE(WS-CCY-SUB) > 0
                       MOVE 'Y' TO WS-JUMP-OK
                       COMPUTE WS-MOVE-PCT = 100
                           * (WS-RATE - WS-CCY-FEED-RATE(WS-CCY-SUB))
                           / WS-CCY-FEED-RATE(WS-CCY-SUB)
                           ON SIZE ERROR
                               MOVE 'N' TO WS-JUMP-OK
                       END-COMPUTE
                       IF WS-MOVE-PCT > WS-JUMP-PCT
                          OR WS-MOVE-PCT < 0 - WS-JUMP-PCT
                           MOVE 'N' TO WS-JUMP-OK
                       END-IF
                   END-IF
                   MOVE WS-RATE TO WS-CCY-FEED-RATE(WS-CCY-SUB)
                   IF WS-JUMP-OK = 'N'
                       MOVE 'RATEJUMP' TO ERR-REASON
                       PERFORM WRITE-ERR-RECORD
                   END-IF
               END-IF
           END-IF.

       WRITE-ERR-RECORD.
           MOVE VEND-RECORD TO ERR-VEND-LINE.
           WRITE ERR-RECORD.
           ADD 1 TO WS-REJ-COUNT.
           MOVE 'N' TO WS-LINE-OK.

       WRITE-OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           MOVE VEND-CCY       TO OUT-CCY.
           MOVE WS-VEND-DATE-N TO OUT-DATE.
           MOVE WS-RATE        TO OUT-RATE.
           WRITE OUT-RECORD.
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'BECIFXLD: OUTFILE WRITE FAILED, STATUS '
                   WS-OUT-STATUS ' CCY ' VEND-CCY
                   ' DATE ' WS-VEND-DATE-N
               MOVE 16 TO RETURN-CODE
               CLOSE VEND-FILE
               CLOSE ERR-FILE
               CLOSE OUT-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOAD-COUNT.
           ADD 1 TO WS-CCY-LOADED(WS-CCY-SUB).
           MOVE WS-VEND-DATE-N TO WS-CCY-LAST-DATE(WS-CCY-SUB).
           MOVE WS-RATE        TO WS-CCY-LAST-RATE(WS-CCY-SUB).
