       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECIRFLD.

      *  -----------------------------------------------------------
      *  Batch loader for the keyed risk-free rate dataset (see
      *  BECIRFR) that BETACICS's excess-return modes read. Takes
      *  the nightly vendor rates extract - one line per series per
      *  day: series code, trade date, annualized yield in percent -
      *  selects the one series named on the RFRCTL control card
      *  (the 3-month T-bill, UST3M, in the shipped job), validates
      *  each day and writes it keyed by date, either rebuilding
      *  the dataset or appending behind its latest loaded date.
      *
      *  RFRCTL card (fixed columns): series 1-8, mode 9-16 (APPEND
      *  or REBUILD), calendar exchange 17-24 (NYSE when blank - the
      *  calendar whose holidays the series does not publish on).
      *
      *  Malformed vendor lines are not loaded - each goes to the
      *  error file with a reason code in front of the raw line, the
      *  same shape BECILOAD's error file has, so the feed problem
      *  is caught tonight instead of surfacing as a run of NORFRATE
      *  exclusions inside tomorrow's betas:
      *      BADDATE  - trade date not numeric / not a calendar date
      *      BADNUM   - the yield fails the numeric edit
      *      BADRATE  - the yield is numeric but outside the
      *                 plausible band (a misplaced decimal point,
      *                 a basis-point quote)
      *      SEQERR   - trade date not beyond the last loaded date
      *      HOLIDAY  - trade date is a calendar holiday (see
      *                 BECICAL)
      *
      *  Return codes: 0 all selected lines loaded, 4 one or more
      *  lines rejected, 16 a file would not open / bad card.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO RFRCTL
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
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CTL-RECORD.
           05 CTL-SERIES PIC X(8).
           05 CTL-MODE   PIC X(8).
           05 CTL-EXCH   PIC X(8).
           05 FILLER     PIC X(56).

       FD  VEND-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  VEND-RECORD.
           05 VEND-SERIES PIC X(8).
           05 VEND-DATE   PIC X(8).
           05 VEND-YIELD  PIC X(12).
           05 FILLER      PIC X(52).

       FD  ERR-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  ERR-RECORD.
           05 ERR-REASON    PIC X(8).
           05 ERR-VEND-LINE PIC X(96).

       FD  OUT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIRFR REPLACING
               ==BECI-RFR-REC==    BY ==OUT-RECORD==
               ==BECI-RFR-KEY==    BY ==OUT-KEY==
               ==BECI-RFR-DATE==   BY ==OUT-DATE==
               ==BECI-RFR-RATE==   BY ==OUT-RATE==
               ==BECI-RFR-SERIES== BY ==OUT-SERIES==.

       FD  CAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECICAL REPLACING
               ==BECI-CAL-REC==    BY ==CAL-RECORD==
               ==BECI-CAL-KEY==    BY ==CAL-KEY==
               ==BECI-CAL-EXCH==   BY ==CAL-EXCH==
               ==BECI-CAL-DATE==   BY ==CAL-DATE==
               ==BECI-CAL-STATUS== BY ==CAL-STATUS==.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS  PIC X(2) VALUE '00'.
       01 WS-VEND-STATUS PIC X(2) VALUE '00'.
       01 WS-ERR-STATUS  PIC X(2) VALUE '00'.
       01 WS-OUT-STATUS  PIC X(2) VALUE '00'.
       01 WS-CAL-STATUS  PIC X(2) VALUE '00'.
       01 WS-VEND-EOF    PIC X(1) VALUE 'N'.
       01 WS-OUT-EOF     PIC X(1) VALUE 'N'.
       01 WS-REBUILD     PIC X(1) VALUE 'N'.
       01 WS-LINE-OK     PIC X(1) VALUE 'Y'.
       01 WS-LAST-DATE   PIC 9(8) VALUE 0.
       01 WS-LOAD-COUNT  PIC 9(7) VALUE 0.
       01 WS-REJ-COUNT   PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT  PIC 9(7) VALUE 0.
       01 WS-TEST-NUM    PIC S9(4) COMP.
      *  Vendor trade date, viewed both as one number (the range and
      *  sequence checks) and as its calendar parts (the month/day
      *  edits) - the same two views BECILOAD keeps.
       01 WS-VEND-DATE-N PIC 9(8).
       01 WS-VEND-DATE-G REDEFINES WS-VEND-DATE-N.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 9(2).
           05 WS-DATE-DD   PIC 9(2).
       01 WS-RATE        PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.

      *  -----------------------------------------------------------
      *  Plausibility band for an annualized short-rate quote, in
      *  percent. Anything outside it is a feed error, not a rate -
      *  a yield of 525 is 5.25 quoted in basis points, and loading
      *  it would swamp every excess return computed off that day.
      *  -----------------------------------------------------------
       01 WS-RATE-FLOOR  PIC S9(3)V9(2) VALUE -5.00.
       01 WS-RATE-CEIL   PIC S9(3)V9(2) VALUE +25.00.

      *  -----------------------------------------------------------
      *  Trading-calendar enforcement (see BECICAL, DD CALFILE). No
      *  CALFILE DD means no holiday check, as in BECILOAD.
      *  -----------------------------------------------------------
       01 WS-CAL-AVAIL   PIC X(1) VALUE 'N'.
       01 WS-LOAD-EXCH   PIC X(8) VALUE 'NYSE'.

       PROCEDURE DIVISION.
       MAIN-PROC.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'BECIRFLD: RFRCTL OPEN FAILED, STATUS '
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'BECIRFLD: RFRCTL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CTL-FILE
                   STOP RUN
           END-READ.
           CLOSE CTL-FILE.
           IF CTL-SERIES = SPACES
               DISPLAY 'BECIRFLD: RFRCTL SERIES IS BLANK'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CTL-MODE NOT = 'APPEND' AND CTL-MODE NOT = 'REBUILD'
               DISPLAY 'BECIRFLD: RFRCTL MODE MUST BE APPEND OR '
                   'REBUILD, NOT ' CTL-MODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CTL-EXCH NOT = SPACES
               MOVE CTL-EXCH TO WS-LOAD-EXCH
           END-IF.

           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS = '00'
               MOVE 'Y' TO WS-CAL-AVAIL
           ELSE
               DISPLAY 'BECIRFLD: CALFILE NOT AVAILABLE, STATUS '
                   WS-CAL-STATUS ' - CALENDAR CHECKS OFF'
           END-IF.

           OPEN INPUT VEND-FILE.
           IF WS-VEND-STATUS NOT = '00'
               DISPLAY 'BECIRFLD: VENDFILE OPEN FAILED, STATUS '
                   WS-VEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ERR-FILE.
           IF WS-ERR-STATUS NOT = '00'
               DISPLAY 'BECIRFLD: ERRFILE OPEN FAILED, STATUS '
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

           IF WS-CAL-AVAIL = 'Y'
               CLOSE CAL-FILE
           END-IF.
           CLOSE VEND-FILE.
           CLOSE ERR-FILE.
           CLOSE OUT-FILE.

           DISPLAY 'BECIRFLD: SERIES ' CTL-SERIES
               ' LOADED ' WS-LOAD-COUNT
               ' REJECTED ' WS-REJ-COUNT
               ' SKIPPED ' WS-SKIP-COUNT
               ' LAST DATE ' WS-LAST-DATE.
           IF WS-REJ-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *  -----------------------------------------------------------
      *  REBUILD starts the dataset over. APPEND walks the existing
      *  dataset to find its latest loaded date, so the sequence
      *  check can hold tonight's lines behind it; a dataset that
      *  does not exist yet (status 35) is simply started fresh.
      *  -----------------------------------------------------------
       OPEN-TARGET.
           IF WS-REBUILD = 'Y'
               OPEN OUTPUT OUT-FILE
               IF WS-OUT-STATUS NOT = '00'
                   DISPLAY 'BECIRFLD: OUTFILE OPEN FAILED, STATUS '
                       WS-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   CLOSE VEND-FILE
                   CLOSE ERR-FILE
                   STOP RUN
               END-IF
           ELSE
               OPEN I-O OUT-FILE
               IF WS-OUT-STATUS = '35'
                   OPEN OUTPUT OUT-FILE
                   IF WS-OUT-STATUS NOT = '00'
                       DISPLAY 'BECIRFLD: OUTFILE OPEN FAILED, '
                           'STATUS ' WS-OUT-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE VEND-FILE
                       CLOSE ERR-FILE
                       STOP RUN
                   END-IF
               ELSE
                   IF WS-OUT-STATUS NOT = '00'
                       DISPLAY 'BECIRFLD: OUTFILE OPEN FAILED, '
                           'STATUS ' WS-OUT-STATUS
                       MOVE 16 TO RETURN-CODE
                       CLOSE VEND-FILE
                       CLOSE ERR-FILE
                       STOP RUN
                   END-IF
                   PERFORM SCAN-TARGET-LAST-DATE
               END-IF
           END-IF.

       SCAN-TARGET-LAST-DATE.
           MOVE 'N' TO WS-OUT-EOF.
           PERFORM READ-TARGET-RECORD.
           PERFORM UNTIL WS-OUT-EOF = 'Y'
               MOVE OUT-DATE TO WS-LAST-DATE
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
      *  One vendor line: other series in the shared extract are
      *  not this run's business. A line for this series is
      *  validated and written - or rejected to ERRFILE with its
      *  reason, never half-loaded.
      *  -----------------------------------------------------------
       PROCESS-VEND-RECORD.
           IF VEND-SERIES NOT = CTL-SERIES
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE 'Y' TO WS-LINE-OK
               PERFORM VALIDATE-VEND-DATE
               IF WS-LINE-OK = 'Y'
                   PERFORM VALIDATE-VEND-YIELD
               END-IF
               IF WS-LINE-OK = 'Y'
                   PERFORM WRITE-OUT-RECORD
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Same date rules BECILOAD applies to a price line: a real
      *  calendar date, beyond the last date already loaded, and
      *  not an official holiday.
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
                   IF WS-VEND-DATE-N NOT > WS-LAST-DATE
                       MOVE 'SEQERR' TO ERR-REASON
                       PERFORM WRITE-ERR-RECORD
                   END-IF
                   IF WS-LINE-OK = 'Y' AND WS-CAL-AVAIL = 'Y'
                       PERFORM CHECK-CALENDAR-DAY
                   END-IF
               END-IF
           END-IF.

       CHECK-CALENDAR-DAY.
           MOVE WS-LOAD-EXCH   TO CAL-EXCH.
           MOVE WS-VEND-DATE-N TO CAL-DATE.
           READ CAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAL-STATUS = 'H'
                       MOVE 'HOLIDAY' TO ERR-REASON
                       PERFORM WRITE-ERR-RECORD
                   END-IF
           END-READ.

      *  -----------------------------------------------------------
      *  The yield must pass the numeric edit and land inside the
      *  plausibility band. A negative yield inside the band is a
      *  real quote (it has happened) and loads as it stands.
      *  -----------------------------------------------------------
       VALIDATE-VEND-YIELD.
           COMPUTE WS-TEST-NUM = FUNCTION TEST-NUMVAL-C(VEND-YIELD).
           IF WS-TEST-NUM NOT = 0
               MOVE 'BADNUM' TO ERR-REASON
               PERFORM WRITE-ERR-RECORD
           ELSE
               COMPUTE WS-RATE = FUNCTION NUMVAL-C(VEND-YIELD)
               IF WS-RATE < WS-RATE-FLOOR OR WS-RATE > WS-RATE-CEIL
                   MOVE 'BADRATE' TO ERR-REASON
                   PERFORM WRITE-ERR-RECORD
               END-IF
           END-IF.

       WRITE-ERR-RECORD.
           MOVE VEND-RECORD TO ERR-VEND-LINE.
           WRITE ERR-RECORD.
           ADD 1 TO WS-REJ-COUNT.
           MOVE 'N' TO WS-LINE-OK.

       WRITE-OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           MOVE WS-VEND-DATE-N TO OUT-DATE.
           MOVE WS-RATE        TO OUT-RATE.
           MOVE CTL-SERIES     TO OUT-SERIES.
           WRITE OUT-RECORD.
           IF WS-OUT-STATUS NOT = '00'
               DISPLAY 'BECIRFLD: OUTFILE WRITE FAILED, STATUS '
                   WS-OUT-STATUS ' DATE ' WS-VEND-DATE-N
               MOVE 16 TO RETURN-CODE
               CLOSE VEND-FILE
               CLOSE ERR-FILE
               CLOSE OUT-FILE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LOAD-COUNT.
           MOVE WS-VEND-DATE-N TO WS-LAST-DATE.
