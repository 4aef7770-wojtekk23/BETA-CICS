       01 FREQ-CONT       PIC X(16) VALUE 'FREQUENCY'.
       01 CAPMODE-CONT    PIC X(16) VALUE 'CAPMODE'.
       01 ADJMODE-CONT    PIC X(16) VALUE 'ADJMODE'.
       01 BASECCY-CONT    PIC X(16) VALUE 'BASECCY'.
       01 DIMSON-CONT     PIC X(16) VALUE 'DIMSON'.
       01 RESIDSIG-CONT   PIC X(16) VALUE 'RESIDSIGMA'.
       01 OUTLFIT-CONT    PIC X(16) VALUE 'OUTLIERFIT'.
       01 RESIDSTAT-CONT  PIC X(16) VALUE 'RESIDSTATS'.
       01 RESIDFLAG-CONT  PIC X(16) VALUE 'RESIDFLAG'.

      *  -----------------------------------------------------------
      * Data fields used by the program
      *  exclusion flags, and returns mode's previous-record level.
       01 WS-REPLAY-NEEDED PIC X(1) VALUE 'N'.

      *  -----------------------------------------------------------
      *  Excess-return (CAPM) mode. RETMODE-CONT carries XSP or XLG
      *  for the PCT or LOG returns above, net of the day's risk-free
      *  rate: GET-OPTIONAL-MODES arms WS-EXCESS-MODE and runs the
      *  underlying PCT/LOG mode, and TRACK-RETURN-LEVELS subtracts
      *  the per-period rate from every return it derives. The rate
      *  comes from the keyed BECIRFR dataset by the X record's
      *  trade date - annualized percent, scaled down to the
      *  sampling period by WS-ANN-FACTOR (simple division for PCT,
      *  the matching log rate for XLG). A date with no rate on file
      *  is excluded as NORFRATE rather than borrowing a neighbour's
      *  rate. With the returns net of the rate the fitted intercept
      *  is a true CAPM alpha, so the readout also carries Jensen's
      *  alpha, the Sharpe ratio and the Treynor ratio of Y (see
      *  COMPUTE-CAPM-RATIOS); they report zero on any other run.
      *  A multi-ticker run measures the X tickers against a shared
      *  Y benchmark, so there Sharpe and Treynor are taken from
      *  the X series instead, and each result row also carries the
      *  ticker's annualized mean excess return for the portfolio
      *  rollup (BECIPORT).
      *  -----------------------------------------------------------
       01 WS-EXCESS-MODE   PIC X(1) VALUE 'N'.
       01 WS-RFR-FILE      PIC X(8) VALUE 'BECIRFR'.
       COPY BECIRFR REPLACING
           ==BECI-RFR-REC==    BY ==WS-RFR-REC==
           ==BECI-RFR-KEY==    BY ==WS-RFR-KEY==
           ==BECI-RFR-DATE==   BY ==WS-RFR-DATE==
           ==BECI-RFR-RATE==   BY ==WS-RFR-RATE==
           ==BECI-RFR-SERIES== BY ==WS-RFR-SERIES==.
       01 WS-RFR-RECLEN    PIC S9(4) COMP VALUE 40.
       01 WS-RFR-READ-DATE PIC 9(8) VALUE 0.
       01 WS-RFR-LAST-DATE PIC 9(8) VALUE 0.
       01 WS-RFR-FOUND     PIC X(1) VALUE 'N'.
       01 WS-RF-PERIOD  PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-JENSEN     PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-SHARPE     PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-TREYNOR    PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-XSRET      PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
      *  The measured security's mean excess return and its sum of
      *  squared deviations - Y's, or X's on a multi-ticker run.
       01 WS-CAPM-AVG   PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CAPM-VAR   PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.

      *  -----------------------------------------------------------
      *  Base-currency mode. BASECCY-CONT carries an ISO currency
      *  code; every leg (X, Y and the factor-2 file) is converted
      *  from the currency its price file is quoted in - looked up
      *  on the security master, BECI-SEC-CCY, by price file name -
      *  into that base before any return or statistic is derived,
      *  so a London or Tokyo listing regressed on a US benchmark
      *  no longer carries the currency move in its beta. Each
      *  leg's factor is rate(base) / rate(leg) off the keyed
      *  BECIFXR dataset for that leg record's own trade date (USD
      *  is the pivot, rate 1, never on file); a leg already in the
      *  base currency converts at 1 without a read. A date with
      *  either rate missing is excluded as NOFXRATE on the side
      *  that needed it - never converted at a stale rate - and a
      *  date whose converted level would overflow the level work
      *  fields (a high-unit base such as JPY or KRW) as FXSIZE,
      *  rather than carry a truncated level into either the level
      *  fit or the returns derived from it. A price
      *  file the master does not know fails the run NOCCY. Share
      *  volume has no currency, so a VOLUME run ignores the mode.
      *  -----------------------------------------------------------
       01 WS-FX-MODE       PIC X(1) VALUE 'N'.
       01 WS-BASE-CCY      PIC X(3) VALUE SPACES.
       01 WS-FXR-FILE      PIC X(8) VALUE 'BECIFXR'.
       01 WS-SEC-FILE      PIC X(8) VALUE 'BECISEC'.
       COPY BECIFXR REPLACING
           ==BECI-FXR-REC==    BY ==WS-FXR-REC==
           ==BECI-FXR-KEY==    BY ==WS-FXR-KEY==
           ==BECI-FXR-CCY==    BY ==WS-FXR-CCY==
           ==BECI-FXR-DATE==   BY ==WS-FXR-DATE==
           ==BECI-FXR-RATE==   BY ==WS-FXR-RATE==.
       01 WS-FXR-RECLEN    PIC S9(4) COMP VALUE 50.
       COPY BECISEC REPLACING
           ==BECI-SEC-REC==    BY ==WS-SEC-REC==
           ==BECI-SEC-KEY==    BY ==WS-SEC-KEY==
           ==BECI-SEC-TICKER== BY ==WS-SEC-TICKER==
           ==BECI-SEC-PFILE==  BY ==WS-SEC-PFILE==
           ==BECI-SEC-NAME==   BY ==WS-SEC-NAME==
           ==BECI-SEC-SECTOR== BY ==WS-SEC-SECTOR==
           ==BECI-SEC-EXCH==   BY ==WS-SEC-EXCH==
           ==BECI-SEC-BENCH==  BY ==WS-SEC-BENCH==
           ==BECI-SEC-ACTIVE== BY ==WS-SEC-ACTIVE==
           ==BECI-SEC-CCY==    BY ==WS-SEC-CCY==.
       01 WS-SEC-RECLEN    PIC S9(4) COMP VALUE 78.
      *  Price-file-to-currency lookup (FIND-PFILE-CCY).
       01 WS-CCY-PFILE     PIC X(8).
       01 WS-CCY-RESULT    PIC X(3).
       01 WS-CCY-FOUND     PIC X(1) VALUE 'N'.
       01 WS-CCY-ACTIVE-HIT PIC X(1) VALUE 'N'.
       01 WS-SEC-BRKEY     PIC X(8).
       01 WS-X-CCY         PIC X(3) VALUE SPACES.
       01 WS-Y-CCY         PIC X(3) VALUE SPACES.
       01 WS-X2-CCY        PIC X(3) VALUE SPACES.
      *  One rate lookup (READ-FX-RATE) and one leg's factor
      *  (COMPUTE-LEG-FACTOR).
       01 WS-FX-CCY        PIC X(3).
       01 WS-FX-DATE       PIC 9(8).
       01 WS-FX-RATE       PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FX-BASE-RATE  PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FX-FOUND      PIC X(1) VALUE 'N'.
       01 WS-FX-LEG-CCY    PIC X(3).
       01 WS-FX-LEG-DATE   PIC 9(8).
       01 WS-FX-LEG-FAC    PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FX-LEG-OK     PIC X(1) VALUE 'N'.
      *  Per-leg factors for the records in hand. Both passes (and
      *  every rolling window) walk the same dates in turn, so each
      *  leg keeps the date its factor was last worked out for and
      *  only re-reads BECIFXR when the date moves on.
       01 WS-X-FX-DATE     PIC 9(8) VALUE 0.
       01 WS-X-FX-FAC      PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-X-FX-OK       PIC X(1) VALUE 'N'.
       01 WS-Y-FX-DATE     PIC 9(8) VALUE 0.
       01 WS-Y-FX-FAC      PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-Y-FX-OK       PIC X(1) VALUE 'N'.
       01 WS-X2-FX-DATE    PIC 9(8) VALUE 0.
       01 WS-X2-FX-FAC     PIC S9(7)V9(10)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-X2-FX-OK      PIC X(1) VALUE 'N'.
      *  'Y' when every leg the run uses has a factor for the
      *  records in hand and its converted level fits.
       01 WS-FX-ALL-OK     PIC X(1) VALUE 'Y'.
      *  CHECK-FX-SIZE - the trial conversion, as wide as the level
      *  work fields, and the first leg that did not fit (X, Y or 2).
       01 WS-FX-TEST       PIC S9(5)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-FX-SIZE-SIDE  PIC X(1) VALUE SPACE.

      *  -----------------------------------------------------------
      *  Sampling frequency. FREQ-CONT carries DAILY (the default),
      *  WEEKLY or MONTHLY; in the non-daily modes every pass samples
           ==BECI-ST3-CORR==   BY ==WS-OUT3-CORR==
           ==BECI-ST3-TRKERR== BY ==WS-OUT3-TRKERR==
           ==BECI-ST3-BLUME==  BY ==WS-OUT3-BLUME==
           ==BECI-ST3-VASICEK== BY ==WS-OUT3-VASICEK==
           ==BECI-ST3-JENSEN== BY ==WS-OUT3-JENSEN==
           ==BECI-ST3-SHARPE== BY ==WS-OUT3-SHARPE==
           ==BECI-ST3-TREYNOR== BY ==WS-OUT3-TREYNOR==.

      *  -----------------------------------------------------------
      *  Dimson mode (DIMSON container = the number of leads and
      *  lags K, '1' to '3'; single-pair runs only - anything else
      *  leaves it off). A thinly or foreign-traded Y does not move
      *  in step with X day by day, so the plain contemporaneous
      *  beta is biased toward zero. The variance pass therefore
      *  also fits Y(t) on X(t-K) .. X(t+K) by least squares and
      *  reports the sum of the 2K+1 coefficients as the Dimson
      *  beta, with each coefficient alongside (see BECISTA4). The
      *  leads and lags are the neighbouring observations of the
      *  sampled, included series - a period for a weekly/monthly
      *  run, and an excluded day is stepped over rather than
      *  filled - so the first and last K observations, which have
      *  no full window, drop out of the Dimson fit only. The fit
      *  streams: a window of the last 2K+1 observations slides
      *  down WS-DIM-BUF, and each full window adds one row to the
      *  raw cross-product sums, which are centred and solved by
      *  Gaussian elimination once the pass ends. Like capture
      *  mode, it is a returns-mode feature that the desk drives
      *  with RETURNMODE. The same pass counts the Y records in the
      *  range with zero BECI-VOLUME-VAL - the days nothing traded.
      *  -----------------------------------------------------------
       01 WS-DIM-MODE     PIC X(1) VALUE 'N'.
       01 WS-DIM-HOLDER   PIC X(1) VALUE SPACE.
       01 WS-DIM-LAGS     PIC 9(1) VALUE 0.
       01 WS-DIM-NREG     PIC 9(1) VALUE 0.
       01 WS-DIM-AUG      PIC 9(1) VALUE 0.
       01 WS-DIM-FILL     PIC 9(1) VALUE 0.
       01 WS-DIM-CENTRE   PIC 9(1) VALUE 0.
       01 WS-DIM-N        PIC 9(5) VALUE 0.
       01 WS-DIM-ZEROVOL  PIC 9(5) VALUE 0.
       01 WS-DIM-I        PIC 9(1).
       01 WS-DIM-J        PIC 9(1).
       01 WS-DIM-K        PIC 9(1).
       01 WS-DIM-PIV      PIC 9(1).
       01 WS-DIM-SLOT     PIC 9(1).
       01 WS-DIM-SINGULAR PIC X(1) VALUE 'N'.
       01 WS-TEST-VOL     PIC S9(4) COMP.
       01 WS-DIM-BUFFER.
           05 WS-DIM-BUF OCCURS 7 TIMES.
               10 WS-DIM-BUF-X PIC S9(5)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-DIM-BUF-Y PIC S9(5)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
      *  Raw moments of the windowed rows - same widths as the
      *  capture-mode split sums.
       01 WS-DIM-SUMS.
           05 WS-DIM-SX  PIC S9(7)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER
               OCCURS 7 TIMES VALUE +0.
           05 WS-DIM-SXY PIC S9(9)V9(8)
               SIGN IS LEADING SEPARATE CHARACTER
               OCCURS 7 TIMES VALUE +0.
           05 WS-DIM-SXROW OCCURS 7 TIMES.
               10 WS-DIM-SXX PIC S9(9)V9(8)
                   SIGN IS LEADING SEPARATE CHARACTER
                   OCCURS 7 TIMES VALUE +0.
       01 WS-DIM-SY       PIC S9(7)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-SYY      PIC S9(9)V9(8) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
      *  Centred normal equations, augmented with the X-Y column
      *  (column 2K+2), reduced in place; WS-DIM-TROW is the row
      *  swap area for partial pivoting.
       01 WS-DIM-MATRIX.
           05 WS-DIM-MROW OCCURS 7 TIMES.
               10 WS-DIM-A PIC S9(9)V9(8)
                   SIGN IS LEADING SEPARATE CHARACTER
                   OCCURS 8 TIMES.
       01 WS-DIM-TROW.
           05 WS-DIM-T PIC S9(9)V9(8)
               SIGN IS LEADING SEPARATE CHARACTER
               OCCURS 8 TIMES.
       01 WS-DIM-RHS.
           05 WS-DIM-B PIC S9(9)V9(8)
               SIGN IS LEADING SEPARATE CHARACTER
               OCCURS 7 TIMES.
       01 WS-DIM-COEFS.
           05 WS-DIM-C PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER
               OCCURS 7 TIMES.
       01 WS-DIM-BIGGEST  PIC S9(9)V9(8)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-ABS      PIC S9(9)V9(8)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-FACTOR   PIC S9(5)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-WORK     PIC S9(9)V9(8)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-SYYC     PIC S9(9)V9(8)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-EXPL     PIC S9(9)V9(8)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-BETA     PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-ALPHA    PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-RSQ      PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIM-STDERR   PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.

      *  -----------------------------------------------------------
      *  Dimson-mode readout (see BECISTA4) PUT to OUTPUTDATA in
      *  place of the BECISTAT record when Dimson mode is armed.
      *  -----------------------------------------------------------
       COPY BECISTA4 REPLACING
           ==BECI-STAT4-OUT==    BY ==WS-STAT4-OUT==
           ==BECI-ST4-BETA==     BY ==WS-OUT4-BETA==
           ==BECI-ST4-ALPHA==    BY ==WS-OUT4-ALPHA==
           ==BECI-ST4-RSQ==      BY ==WS-OUT4-RSQ==
           ==BECI-ST4-STDERR==   BY ==WS-OUT4-STDERR==
           ==BECI-ST4-OBSCNT==   BY ==WS-OUT4-OBSCNT==
           ==BECI-ST4-EXCLCNT==  BY ==WS-OUT4-EXCLCNT==
           ==BECI-ST4-DIMBETA==  BY ==WS-OUT4-DIMBETA==
           ==BECI-ST4-DIMALPHA== BY ==WS-OUT4-DIMALPHA==
           ==BECI-ST4-DIMRSQ==   BY ==WS-OUT4-DIMRSQ==
           ==BECI-ST4-DIMSE==    BY ==WS-OUT4-DIMSE==
           ==BECI-ST4-DIMOBS==   BY ==WS-OUT4-DIMOBS==
           ==BECI-ST4-LAGS==     BY ==WS-OUT4-LAGS==
           ==BECI-ST4-COEF==     BY ==WS-OUT4-COEF==
           ==BECI-ST4-ZEROVOL==  BY ==WS-OUT4-ZEROVOL==
           ==BECI-ST4-BLUME==    BY ==WS-OUT4-BLUME==
           ==BECI-ST4-VASICEK==  BY ==WS-OUT4-VASICEK==
           ==BECI-ST4-JENSEN==   BY ==WS-OUT4-JENSEN==
           ==BECI-ST4-SHARPE==   BY ==WS-OUT4-SHARPE==
           ==BECI-ST4-TREYNOR==  BY ==WS-OUT4-TREYNOR==.

      *  -----------------------------------------------------------
      *  Residual diagnostics (RESIDSIGMA container = the sigma
      *  threshold, e.g. '2.5' or '3'; single-pair runs only). The
      *  data-quality pass catches bad values, not a clean-looking
      *  day that dominates the fit - a takeover spike or a flash
      *  print. Once the fit is known one more pass walks the same
      *  observations and, for each, takes the fitted Y (alpha +
      *  beta * X), the residual, and the residual over the fit's
      *  standard error; beyond the threshold either way the day is
      *  flagged. The same pass gives the Durbin-Watson statistic:
      *  the summed squared change in the residual from one included
      *  observation to the next, over the summed squared residual.
      *
      *  OUTLIERFIT 'Y' also refits without the flagged days. That
      *  needs no further pass: the flagged days' deviations from
      *  the full-sample means are summed as they go by, and taking
      *  them back out of the full-sample sums gives the centred
      *  sums of the rest exactly - for n' = n - f kept days, with
      *  DX and DY the flagged days' summed deviations,
      *    Sxx' = X-VAR - DXX - DX * DX / n'
      *    Sxy' = COVAR - DXY - DX * DY / n'
      *    Syy' = Y-VAR - DYY - DY * DY / n'
      *  and the kept days' means shift by -DX / n' and -DY / n'.
      *  In returns mode it is the flagged one-period returns that
      *  drop out, so the neighbouring returns are untouched. The
      *  refit's dropped days also go onto DQLISTDATA as OUTLIER.
      *  -----------------------------------------------------------
       01 WS-DIAG-MODE     PIC X(1) VALUE 'N'.
       01 WS-DIAG-HOLDER   PIC X(5) VALUE SPACES.
       01 WS-DIAG-SIGMA    PIC 9(2)V9(2) VALUE 0.
       01 WS-REFIT-MODE    PIC X(1) VALUE 'N'.
       01 WS-TEST-SIGMA    PIC S9(4) COMP.
       01 WS-RESIDQ        PIC X(16).
       01 WS-DIAG-N        PIC 9(5) VALUE 0.
       01 WS-DIAG-FLAGGED  PIC 9(5) VALUE 0.
       01 WS-DIAG-PREV-SET PIC X(1) VALUE 'N'.
       01 WS-DIAG-RESID    PIC S9(5)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIAG-PREV     PIC S9(5)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIAG-ABS      PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIAG-SSQ      PIC S9(9)V9(8) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIAG-DSQ      PIC S9(9)V9(8) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DIAG-DW       PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
      *  The flagged days' summed deviations from the full-sample
      *  means - same widths as WS-X-VAR and friends.
       01 WS-OUTL-DX       PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-OUTL-DY       PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-OUTL-DXX      PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-OUTL-DXY      PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-OUTL-DYY      PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-N          PIC 9(5) VALUE 0.
       01 WS-RF-SXX        PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-SXY        PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-SYY        PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-XAVG       PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-YAVG       PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-BETA       PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-ALPHA      PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-RF-RSQ        PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       COPY BECIRDG REPLACING
           ==BECI-RDG-REC==    BY ==WS-RDG-REC==
           ==BECI-RDG-KEY==    BY ==WS-RDG-KEY==
           ==BECI-RDG-DATE==   BY ==WS-RDG-DATE==
           ==BECI-RDG-ACTUAL== BY ==WS-RDG-ACTUAL==
           ==BECI-RDG-FITTED== BY ==WS-RDG-FITTED==
           ==BECI-RDG-STDRES== BY ==WS-RDG-STDRES==
           ==BECI-RDG-FLAG==   BY ==WS-RDG-FLAG==.
      *  The flagged rows for RESIDFLAG - same 500-entry ceiling and
      *  copybook-injection technique as WS-EXCL-TABLE below.
       01 WS-RFLAG-MAX     PIC 9(4) VALUE 500.
       01 WS-RFLAG-CNT     PIC 9(4) VALUE 0.
       01 WS-RFLAG-TABLE.
           COPY BECIRDG REPLACING
               ==01 BECI-RDG-REC==
                   BY ==05 WS-RFLAG-ENTRY OCCURS 500 TIMES==
               ==05 BECI-RDG-KEY==    BY ==10 WS-RFLAG-KEY==
               ==05 BECI-RDG-DATE==   BY ==10 WS-RFLAG-DATE==
               ==05 BECI-RDG-ACTUAL== BY ==10 WS-RFLAG-ACTUAL==
               ==05 BECI-RDG-FITTED== BY ==10 WS-RFLAG-FITTED==
               ==05 BECI-RDG-STDRES== BY ==10 WS-RFLAG-STDRES==
               ==05 BECI-RDG-FLAG==   BY ==10 WS-RFLAG-FLAG==.
       COPY BECIRDGS REPLACING
           ==BECI-RDGS-REC==     BY ==WS-RDGS-OUT==
           ==BECI-RDGS-SIGMA==   BY ==WS-RDGS-SIGMA==
           ==BECI-RDGS-OBSCNT==  BY ==WS-RDGS-OBSCNT==
           ==BECI-RDGS-DW==      BY ==WS-RDGS-DW==
           ==BECI-RDGS-FLAGCNT== BY ==WS-RDGS-FLAGCNT==
           ==BECI-RDGS-REFIT==   BY ==WS-RDGS-REFIT==
           ==BECI-RDGS-BETA==    BY ==WS-RDGS-BETA==
           ==BECI-RDGS-RFBETA==  BY ==WS-RDGS-RFBETA==
           ==BECI-RDGS-RFALPHA== BY ==WS-RDGS-RFALPHA==
           ==BECI-RDGS-RFRSQ==   BY ==WS-RDGS-RFRSQ==
           ==BECI-RDGS-RFOBS==   BY ==WS-RDGS-RFOBS==.

      *  -----------------------------------------------------------
      *  Calendar reconciliation / data-quality exclusion tracking.
           ==BECI-OBS-COUNT==  BY ==WS-OUT-OBSCNT==
           ==BECI-EXCL-COUNT== BY ==WS-OUT-EXCLCNT==
           ==BECI-BLUME==      BY ==WS-OUT-BLUME==
           ==BECI-VASICEK==    BY ==WS-OUT-VASICEK==
           ==BECI-JENSEN==     BY ==WS-OUT-JENSEN==
           ==BECI-SHARPE==     BY ==WS-OUT-SHARPE==
           ==BECI-TREYNOR==    BY ==WS-OUT-TREYNOR==.

      *  -----------------------------------------------------------
      *  Run audit trail (see BECIAUD), written to TS queue BECIAUDT
               ==05 BECI-XRES-EXCLCNT== BY ==10 WS-XRES-EXCLCNT==
               ==05 BECI-XRES-STATUS==  BY ==10 WS-XRES-STATUS==
               ==05 BECI-XRES-BLUME==   BY ==10 WS-XRES-BLUME==
               ==05 BECI-XRES-VASICEK== BY ==10 WS-XRES-VASICEK==
               ==05 BECI-XRES-JENSEN==  BY ==10 WS-XRES-JENSEN==
               ==05 BECI-XRES-SHARPE==  BY ==10 WS-XRES-SHARPE==
               ==05 BECI-XRES-TREYNOR== BY ==10 WS-XRES-TREYNOR==
               ==05 BECI-XRES-XSRET==   BY ==10 WS-XRES-XSRET==.

      *  -----------------------------------------------------------
      *  Data-quality validation pass work fields
      *  -----------------------------------------------------------
           PERFORM GET-X2INPUT.

      *  -----------------------------------------------------------
      *  Base-currency mode needs the quoting currency of every leg
      *  before the first record is read - see RESOLVE-PAIR-CCY. A
      *  multi-ticker run resolves only the shared Y here; each X
      *  ticker's own currency is resolved inside MULTI-TICKER-PROC.
      *  -----------------------------------------------------------
           IF WS-FX-MODE = 'Y'
               PERFORM RESOLVE-PAIR-CCY
           END-IF.

      *  -----------------------------------------------------------
      *  If date mode is on, resolve the calendar dates to real file
      *  keys before doing anything else with WS-BEGIN-NUM/END-NUM.
               PERFORM RESOLVE-DATE-RANGE
           END-IF.

      *  Capture and Dimson modes are single-pair features - the
      *  per-ticker result table and the two-factor readout have no
      *  place for them, so those requests disarm them rather than
      *  fail. One run returns one readout: a request that armed
      *  both gets the Dimson one. The residual diagnostics are the
      *  same kind of feature, but return through containers of
      *  their own, so they sit alongside either readout.
           IF WS-MULTI-MODE = 'Y' OR WS-TWOFAC-MODE = 'Y'
               MOVE 'N' TO WS-CAP-MODE
               MOVE 'N' TO WS-DIM-MODE
               MOVE 'N' TO WS-DIAG-MODE
               MOVE 'N' TO WS-REFIT-MODE
           END-IF.
           IF WS-DIM-MODE = 'Y'
               MOVE 'N' TO WS-CAP-MODE
           END-IF.

           IF WS-MULTI-MODE = 'Y'
               INTO(WS-RETURN-MODE)
               RESP(RESPCODE)
           END-EXEC.
      *  The excess-return modes run the ordinary PCT/LOG return
      *  machinery with the risk-free leg switched on, so every
      *  existing PCT/LOG test below keeps meaning what it says.
           EVALUATE WS-RETURN-MODE
               WHEN 'XSP'
                   MOVE 'Y' TO WS-EXCESS-MODE
                   MOVE 'PCT' TO WS-RETURN-MODE
               WHEN 'XLG'
                   MOVE 'Y' TO WS-EXCESS-MODE
                   MOVE 'LOG' TO WS-RETURN-MODE
           END-EVALUATE.

           MOVE SPACES TO WS-FREQ-HOLDER.
           MOVE LENGTH OF WS-FREQ-HOLDER TO INPUTLENGTH.
               WHEN OTHER
                   MOVE 'D' TO WS-FREQ-MODE
           END-EVALUATE.
      *  Periods per year for the sampling frequency - annualizes the
      *  capture-mode risk measures and the CAPM ratios, and scales
      *  the risk-free rate down to one period.
           EVALUATE WS-FREQ-MODE
               WHEN 'W'
                   MOVE 52 TO WS-ANN-FACTOR
               WHEN 'M'
                   MOVE 12 TO WS-ANN-FACTOR
               WHEN OTHER
                   MOVE 252 TO WS-ANN-FACTOR
           END-EVALUATE.

           MOVE LENGTH OF WS-CAP-MODE TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(CAPMODE-CONT)
               RESP(RESPCODE)
           END-EXEC.

           MOVE SPACE TO WS-DIM-HOLDER.
           MOVE LENGTH OF WS-DIM-HOLDER TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(DIMSON-CONT)
               CHANNEL(CHANNELNAME)
               FLENGTH(INPUTLENGTH)
               INTO(WS-DIM-HOLDER)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
              AND WS-DIM-HOLDER >= '1' AND WS-DIM-HOLDER <= '3'
               MOVE 'Y' TO WS-DIM-MODE
               MOVE WS-DIM-HOLDER TO WS-DIM-LAGS
               COMPUTE WS-DIM-NREG = 2 * WS-DIM-LAGS + 1
               COMPUTE WS-DIM-AUG = WS-DIM-NREG + 1
               COMPUTE WS-DIM-CENTRE = WS-DIM-LAGS + 1
      *  The checkpoint carries neither the sliding window nor the
      *  Dimson sums - same judgement as capture mode.
               MOVE 'N' TO WS-RESUME-MODE
           END-IF.

      *  A threshold that is blank, not a number, not positive or
      *  past 99.99 leaves the diagnostics off.
           MOVE SPACES TO WS-DIAG-HOLDER.
           MOVE LENGTH OF WS-DIAG-HOLDER TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(RESIDSIG-CONT)
               CHANNEL(CHANNELNAME)
               FLENGTH(INPUTLENGTH)
               INTO(WS-DIAG-HOLDER)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
              AND WS-DIAG-HOLDER NOT = SPACES
               COMPUTE WS-TEST-SIGMA =
                   FUNCTION TEST-NUMVAL(WS-DIAG-HOLDER)
               IF WS-TEST-SIGMA = 0
                   IF FUNCTION NUMVAL(WS-DIAG-HOLDER) > 0
                      AND FUNCTION NUMVAL(WS-DIAG-HOLDER) < 100
                       COMPUTE WS-DIAG-SIGMA =
                           FUNCTION NUMVAL(WS-DIAG-HOLDER)
                       MOVE 'Y' TO WS-DIAG-MODE
                   END-IF
               END-IF
           END-IF.

           MOVE LENGTH OF WS-REFIT-MODE TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(OUTLFIT-CONT)
               CHANNEL(CHANNELNAME)
               FLENGTH(INPUTLENGTH)
               INTO(WS-REFIT-MODE)
               RESP(RESPCODE)
           END-EXEC.
           IF WS-DIAG-MODE NOT = 'Y'
               MOVE 'N' TO WS-REFIT-MODE
           END-IF.

           MOVE SPACES TO WS-BASE-CCY.
           MOVE LENGTH OF WS-BASE-CCY TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(BASECCY-CONT)
               CHANNEL(CHANNELNAME)
               FLENGTH(INPUTLENGTH)
               INTO(WS-BASE-CCY)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
              AND WS-BASE-CCY NOT = SPACES
              AND WS-FIELD-SEL NOT = 'VOLUME'
               MOVE 'Y' TO WS-FX-MODE
           END-IF.

           IF WS-RETURN-MODE = 'PCT' OR WS-RETURN-MODE = 'LOG'
               MOVE 'Y' TO WS-REPLAY-NEEDED
           END-IF.
           IF WS-FREQ-MODE NOT = 'D'
               MOVE 'Y' TO WS-REPLAY-NEEDED
           END-IF.
           IF WS-FX-MODE = 'Y'
               MOVE 'Y' TO WS-REPLAY-NEEDED
           END-IF.

      *  -----------------------------------------------------------
      *  Optional multi-ticker list of X input files.
               PERFORM ROLLING-PROC
           END-IF.

      *  Ahead of PUBLISH-EXCLUSIONS - a refit's OUTLIER entries
      *  belong on the same DQLISTDATA table.
           IF WS-DIAG-MODE = 'Y'
               PERFORM RESID-DIAG-PROC
           END-IF.

           PERFORM PUBLISH-EXCLUSIONS.

      *  Capture mode returns the extended BECISTA3 readout in place
      *  of the BECISTAT record, the way a two-factor run returns
      *  BECISTA2 - callers that armed CAPMODE size their GET for it.
      *  Dimson mode returns BECISTA4 the same way.
           IF WS-DIM-MODE = 'Y'
               PERFORM COMPUTE-DIMSON-STATS
               PERFORM PUT-DIMSON-READOUT
           ELSE
               IF WS-CAP-MODE = 'Y'
                   PERFORM COMPUTE-CAPTURE-STATS
                   MOVE WS-BETA        TO WS-OUT3-BETA
                   MOVE WS-ALPHA       TO WS-OUT3-ALPHA
                   MOVE WS-RSQ         TO WS-OUT3-RSQ
                   MOVE WS-STDERR      TO WS-OUT3-STDERR
                   MOVE WS-INC         TO WS-OUT3-OBSCNT
                   MOVE WS-EXCL-COUNT  TO WS-OUT3-EXCLCNT
                   MOVE WS-CAP-UPBETA  TO WS-OUT3-UPBETA
                   MOVE WS-CAP-DNBETA  TO WS-OUT3-DNBETA
                   MOVE WS-UP-N        TO WS-OUT3-UPOBS
                   MOVE WS-DN-N        TO WS-OUT3-DNOBS
                   MOVE WS-XVOL        TO WS-OUT3-XVOL
                   MOVE WS-YVOL        TO WS-OUT3-YVOL
                   MOVE WS-CORR        TO WS-OUT3-CORR
                   MOVE WS-TRKERR      TO WS-OUT3-TRKERR
                   MOVE WS-BLUME       TO WS-OUT3-BLUME
                   MOVE WS-VASICEK     TO WS-OUT3-VASICEK
                   MOVE WS-JENSEN      TO WS-OUT3-JENSEN
                   MOVE WS-SHARPE      TO WS-OUT3-SHARPE
                   MOVE WS-TREYNOR     TO WS-OUT3-TREYNOR
                   EXEC CICS PUT CONTAINER(OUTPUT-CONT)
                       FROM(WS-STAT3-OUT)
                       FLENGTH(LENGTH OF WS-STAT3-OUT)
                       CHAR
                       RESP(RESPCODE)
                   END-EXEC
               ELSE
                   MOVE WS-BETA        TO WS-OUT-BETA
                   MOVE WS-ALPHA       TO WS-OUT-ALPHA
                   MOVE WS-RSQ         TO WS-OUT-RSQ
                   MOVE WS-STDERR      TO WS-OUT-STDERR
                   MOVE WS-INC         TO WS-OUT-OBSCNT
                   MOVE WS-EXCL-COUNT  TO WS-OUT-EXCLCNT
                   MOVE WS-BLUME       TO WS-OUT-BLUME
                   MOVE WS-VASICEK     TO WS-OUT-VASICEK
                   MOVE WS-JENSEN      TO WS-OUT-JENSEN
                   MOVE WS-SHARPE      TO WS-OUT-SHARPE
                   MOVE WS-TREYNOR     TO WS-OUT-TREYNOR
                   EXEC CICS PUT CONTAINER(OUTPUT-CONT)
                       FROM(WS-STATS-OUT)
                       FLENGTH(LENGTH OF WS-STATS-OUT)
                       CHAR
                       RESP(RESPCODE)
                   END-EXEC
               END-IF
           END-IF.
           PERFORM ERROR-CHECK.

               MOVE 0 TO WS-VASICEK
           END-IF.

           IF WS-EXCESS-MODE = 'Y'
               PERFORM COMPUTE-CAPM-RATIOS
           ELSE
               MOVE 0 TO WS-JENSEN
               MOVE 0 TO WS-SHARPE
               MOVE 0 TO WS-TREYNOR
               MOVE 0 TO WS-XSRET
           END-IF.

      *  -----------------------------------------------------------
      *  Blume and Vasicek adjustments off the raw beta just fitted
      *  (see the WS-ADJ-MODE block in WORKING-STORAGE for the
                   / (WS-PRIOR-VAR + WS-SEB-SQ)
           END-IF.

      *  -----------------------------------------------------------
      *  CAPM ratios off an excess-return fit, annualized by the
      *  sampling frequency and in the percent-point scale of the
      *  returns. Jensen's alpha is the fitted intercept - already
      *  net of the risk-free rate - over a year. Sharpe is Y's mean
      *  excess return over its standard deviation (both per period,
      *  so the ratio annualizes by the square root of the period
      *  count). Treynor is Y's annualized mean excess return per
      *  unit of beta. A ratio whose denominator is zero (one
      *  observation, a flat Y, a zero beta) reports zero, the same
      *  judgement a zero X variance gets for the beta itself.
      *  -----------------------------------------------------------
       COMPUTE-CAPM-RATIOS.
           COMPUTE WS-JENSEN = WS-ALPHA * WS-ANN-FACTOR.

           IF WS-MULTI-MODE = 'Y'
               MOVE WS-X-AVG TO WS-CAPM-AVG
               MOVE WS-X-VAR TO WS-CAPM-VAR
           ELSE
               MOVE WS-Y-AVG TO WS-CAPM-AVG
               MOVE WS-Y-VAR TO WS-CAPM-VAR
           END-IF.
           COMPUTE WS-XSRET = WS-CAPM-AVG * WS-ANN-FACTOR
               ON SIZE ERROR
                   MOVE 0 TO WS-XSRET
           END-COMPUTE.

           IF WS-INC > 1 AND WS-CAPM-VAR > 0
               COMPUTE WS-SHARPE = WS-CAPM-AVG
                   / FUNCTION SQRT(WS-CAPM-VAR / (WS-INC - 1))
                   * FUNCTION SQRT(WS-ANN-FACTOR)
           ELSE
               MOVE 0 TO WS-SHARPE
           END-IF.

           IF WS-BETA = 0
               MOVE 0 TO WS-TREYNOR
           ELSE
               COMPUTE WS-TREYNOR = WS-XSRET / WS-BETA
                   ON SIZE ERROR
                       MOVE 0 TO WS-TREYNOR
               END-COMPUTE
           END-IF.

      *  -----------------------------------------------------------
      *  Capture-mode statistics off the split raw moments and the
      *  main pass's central sums. The split betas solve the
      *  sampling frequency's period count.
      *  -----------------------------------------------------------
       COMPUTE-CAPTURE-STATS.
           IF WS-UP-N > 1
               COMPUTE WS-CAP-DENOM = WS-UP-N * WS-UP-XSQ
                   - WS-UP-XSUM * WS-UP-XSUM
                   / FUNCTION SQRT(WS-X-VAR * WS-Y-VAR)
           END-IF.

      *  -----------------------------------------------------------
      *  Dimson fit off the windowed raw moments. Centring the sums
      *  turns them into the 2K+1 normal equations of Y on the
      *  lagged, contemporaneous and leading X (the intercept drops
      *  out); Gaussian elimination with partial pivoting reduces
      *  them in place and back-substitution recovers the
      *  coefficients. Too few full windows to fit (no more rows
      *  than coefficients) or a singular system - X constant, or
      *  the lags collinear - zeroes every coefficient, the same
      *  judgement a zero X variance gets in the ordinary fit.
      *  -----------------------------------------------------------
       COMPUTE-DIMSON-STATS.
           MOVE 'N' TO WS-DIM-SINGULAR.
           PERFORM VARYING WS-DIM-I FROM 1 BY 1 UNTIL WS-DIM-I > 7
               MOVE 0 TO WS-DIM-C(WS-DIM-I)
           END-PERFORM.
           MOVE 0 TO WS-DIM-BETA.
           MOVE 0 TO WS-DIM-ALPHA.
           MOVE 0 TO WS-DIM-RSQ.
           MOVE 0 TO WS-DIM-STDERR.
           IF WS-DIM-N <= WS-DIM-NREG
               MOVE 'Y' TO WS-DIM-SINGULAR
           ELSE
               PERFORM VARYING WS-DIM-I FROM 1 BY 1
                       UNTIL WS-DIM-I > WS-DIM-NREG
                   PERFORM VARYING WS-DIM-J FROM 1 BY 1
                           UNTIL WS-DIM-J > WS-DIM-NREG
                       COMPUTE WS-DIM-A(WS-DIM-I, WS-DIM-J) =
                           WS-DIM-SXX(WS-DIM-I, WS-DIM-J)
                           - WS-DIM-SX(WS-DIM-I) * WS-DIM-SX(WS-DIM-J)
                           / WS-DIM-N
                   END-PERFORM
                   COMPUTE WS-DIM-B(WS-DIM-I) = WS-DIM-SXY(WS-DIM-I)
                       - WS-DIM-SX(WS-DIM-I) * WS-DIM-SY / WS-DIM-N
                   MOVE WS-DIM-B(WS-DIM-I)
                       TO WS-DIM-A(WS-DIM-I, WS-DIM-AUG)
               END-PERFORM
               PERFORM VARYING WS-DIM-K FROM 1 BY 1
                       UNTIL WS-DIM-K > WS-DIM-NREG
                          OR WS-DIM-SINGULAR = 'Y'
                   PERFORM DIM-ELIMINATE-COLUMN
               END-PERFORM
           END-IF.

           IF WS-DIM-SINGULAR = 'N'
               PERFORM VARYING WS-DIM-I FROM WS-DIM-NREG BY -1
                       UNTIL WS-DIM-I < 1
                   MOVE WS-DIM-A(WS-DIM-I, WS-DIM-AUG) TO WS-DIM-WORK
                   PERFORM VARYING WS-DIM-J FROM WS-DIM-I BY 1
                           UNTIL WS-DIM-J >= WS-DIM-NREG
                       COMPUTE WS-DIM-WORK = WS-DIM-WORK
                           - WS-DIM-A(WS-DIM-I, WS-DIM-J + 1)
                           * WS-DIM-C(WS-DIM-J + 1)
                   END-PERFORM
                   COMPUTE WS-DIM-C(WS-DIM-I) = WS-DIM-WORK
                       / WS-DIM-A(WS-DIM-I, WS-DIM-I)
                       ON SIZE ERROR
                           MOVE 0 TO WS-DIM-C(WS-DIM-I)
                   END-COMPUTE
               END-PERFORM

               COMPUTE WS-DIM-ALPHA = WS-DIM-SY / WS-DIM-N
               MOVE 0 TO WS-DIM-EXPL
               PERFORM VARYING WS-DIM-I FROM 1 BY 1
                       UNTIL WS-DIM-I > WS-DIM-NREG
                   ADD WS-DIM-C(WS-DIM-I) TO WS-DIM-BETA
                   COMPUTE WS-DIM-ALPHA = WS-DIM-ALPHA
                       - WS-DIM-C(WS-DIM-I) * WS-DIM-SX(WS-DIM-I)
                       / WS-DIM-N
                   COMPUTE WS-DIM-EXPL = WS-DIM-EXPL
                       + WS-DIM-C(WS-DIM-I) * WS-DIM-B(WS-DIM-I)
               END-PERFORM

               COMPUTE WS-DIM-SYYC = WS-DIM-SYY
                   - WS-DIM-SY * WS-DIM-SY / WS-DIM-N
               IF WS-DIM-SYYC > 0
                   COMPUTE WS-DIM-RSQ = WS-DIM-EXPL / WS-DIM-SYYC
               END-IF
               IF WS-DIM-N > WS-DIM-NREG + 1
                   COMPUTE WS-DIM-WORK = WS-DIM-SYYC - WS-DIM-EXPL
                   IF WS-DIM-WORK < 0
                       MOVE 0 TO WS-DIM-WORK
                   END-IF
                   COMPUTE WS-DIM-STDERR = FUNCTION SQRT(WS-DIM-WORK
                       / (WS-DIM-N - WS-DIM-NREG - 1))
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  One elimination step on column WS-DIM-K: bring the row with
      *  the largest remaining entry in that column up to the
      *  diagonal, then clear the column below it. A zero pivot
      *  means the system is singular.
      *  -----------------------------------------------------------
       DIM-ELIMINATE-COLUMN.
           MOVE WS-DIM-K TO WS-DIM-PIV.
           MOVE 0 TO WS-DIM-BIGGEST.
           PERFORM VARYING WS-DIM-I FROM WS-DIM-K BY 1
                   UNTIL WS-DIM-I > WS-DIM-NREG
               MOVE WS-DIM-A(WS-DIM-I, WS-DIM-K) TO WS-DIM-ABS
               IF WS-DIM-ABS < 0
                   COMPUTE WS-DIM-ABS = 0 - WS-DIM-ABS
               END-IF
               IF WS-DIM-ABS > WS-DIM-BIGGEST
                   MOVE WS-DIM-ABS TO WS-DIM-BIGGEST
                   MOVE WS-DIM-I TO WS-DIM-PIV
               END-IF
           END-PERFORM.
           IF WS-DIM-BIGGEST = 0
               MOVE 'Y' TO WS-DIM-SINGULAR
           ELSE
               IF WS-DIM-PIV NOT = WS-DIM-K
                   MOVE WS-DIM-MROW(WS-DIM-K)   TO WS-DIM-TROW
                   MOVE WS-DIM-MROW(WS-DIM-PIV) TO WS-DIM-MROW(WS-DIM-K)
                   MOVE WS-DIM-TROW TO WS-DIM-MROW(WS-DIM-PIV)
               END-IF
               PERFORM VARYING WS-DIM-I FROM WS-DIM-K BY 1
                       UNTIL WS-DIM-I >= WS-DIM-NREG
                   COMPUTE WS-DIM-FACTOR =
                       WS-DIM-A(WS-DIM-I + 1, WS-DIM-K)
                       / WS-DIM-A(WS-DIM-K, WS-DIM-K)
                   PERFORM VARYING WS-DIM-J FROM WS-DIM-K BY 1
                           UNTIL WS-DIM-J > WS-DIM-AUG
                       COMPUTE WS-DIM-A(WS-DIM-I + 1, WS-DIM-J) =
                           WS-DIM-A(WS-DIM-I + 1, WS-DIM-J)
                           - WS-DIM-FACTOR
                           * WS-DIM-A(WS-DIM-K, WS-DIM-J)
                   END-PERFORM
               END-PERFORM
           END-IF.

      *  -----------------------------------------------------------
      *  Fill and PUT the BECISTA4 readout. Coefficient I of the
      *  fit belongs to X at offset I-K-1 from the observation, so
      *  it lands in fixed slot I+3-K (slot 4 = contemporaneous).
      *  -----------------------------------------------------------
       PUT-DIMSON-READOUT.
           MOVE WS-BETA        TO WS-OUT4-BETA.
           MOVE WS-ALPHA       TO WS-OUT4-ALPHA.
           MOVE WS-RSQ         TO WS-OUT4-RSQ.
           MOVE WS-STDERR      TO WS-OUT4-STDERR.
           MOVE WS-INC         TO WS-OUT4-OBSCNT.
           MOVE WS-EXCL-COUNT  TO WS-OUT4-EXCLCNT.
           MOVE WS-DIM-BETA    TO WS-OUT4-DIMBETA.
           MOVE WS-DIM-ALPHA   TO WS-OUT4-DIMALPHA.
           MOVE WS-DIM-RSQ     TO WS-OUT4-DIMRSQ.
           MOVE WS-DIM-STDERR  TO WS-OUT4-DIMSE.
           MOVE WS-DIM-N       TO WS-OUT4-DIMOBS.
           MOVE WS-DIM-LAGS    TO WS-OUT4-LAGS.
           PERFORM VARYING WS-DIM-SLOT FROM 1 BY 1
                   UNTIL WS-DIM-SLOT > 7
               MOVE 0 TO WS-OUT4-COEF(WS-DIM-SLOT)
           END-PERFORM.
           PERFORM VARYING WS-DIM-I FROM 1 BY 1
                   UNTIL WS-DIM-I > WS-DIM-NREG
               COMPUTE WS-DIM-SLOT = WS-DIM-I + 3 - WS-DIM-LAGS
               MOVE WS-DIM-C(WS-DIM-I) TO WS-OUT4-COEF(WS-DIM-SLOT)
           END-PERFORM.
           MOVE WS-DIM-ZEROVOL TO WS-OUT4-ZEROVOL.
           MOVE WS-BLUME       TO WS-OUT4-BLUME.
           MOVE WS-VASICEK     TO WS-OUT4-VASICEK.
           MOVE WS-JENSEN      TO WS-OUT4-JENSEN.
           MOVE WS-SHARPE      TO WS-OUT4-SHARPE.
           MOVE WS-TREYNOR     TO WS-OUT4-TREYNOR.
           EXEC CICS PUT CONTAINER(OUTPUT-CONT)
               FROM(WS-STAT4-OUT)
               FLENGTH(LENGTH OF WS-STAT4-OUT)
               CHAR
               RESP(RESPCODE)
           END-EXEC.

      *  -----------------------------------------------------------
      *  Two-factor fit - the Y security against the factor-1 file
      *  (INPUTXDATA) and the factor-2 file (INPUTX2DATA) in one
                       END-IF
                   END-IF

      *  Base-currency mode - this ticker's own quoting currency.
                   IF WS-TICKER-ABORT = 'N' AND WS-FX-MODE = 'Y'
                       PERFORM RESOLVE-X-CCY
                   END-IF

      *  WS-EXCL-FLAG is position-indexed, not ticker-indexed - an
      *  exclusion found for the previous ticker's X file must not
      *  carry over and silently drop a perfectly good record for
                       MOVE 0 TO WS-XRES-STDERR(WS-XRES-SUB)
                       MOVE 0 TO WS-XRES-BLUME(WS-XRES-SUB)
                       MOVE 0 TO WS-XRES-VASICEK(WS-XRES-SUB)
                       MOVE 0 TO WS-XRES-JENSEN(WS-XRES-SUB)
                       MOVE 0 TO WS-XRES-SHARPE(WS-XRES-SUB)
                       MOVE 0 TO WS-XRES-TREYNOR(WS-XRES-SUB)
                       MOVE 0 TO WS-XRES-XSRET(WS-XRES-SUB)
                       MOVE WS-TICKER-ABORT-MSG
                           TO WS-XRES-STATUS(WS-XRES-SUB)
                   ELSE
                       MOVE WS-BLUME  TO WS-XRES-BLUME(WS-XRES-SUB)
                       MOVE WS-VASICEK
                           TO WS-XRES-VASICEK(WS-XRES-SUB)
                       MOVE WS-JENSEN
                           TO WS-XRES-JENSEN(WS-XRES-SUB)
                       MOVE WS-SHARPE
                           TO WS-XRES-SHARPE(WS-XRES-SUB)
                       MOVE WS-TREYNOR
                           TO WS-XRES-TREYNOR(WS-XRES-SUB)
                       MOVE WS-XSRET
                           TO WS-XRES-XSRET(WS-XRES-SUB)
                       MOVE 'OK' TO WS-XRES-STATUS(WS-XRES-SUB)
                   END-IF
      *  Same exclusion reporting a single-pair caller gets via
               IF WS-CAP-MODE = 'Y'
                   PERFORM CAP-ACCUM-PROC
               END-IF
               IF WS-DIM-MODE = 'Y'
                   PERFORM DIM-ACCUM-PROC
               END-IF
           END-IF.

      *  -----------------------------------------------------------
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Dimson window - slide this observation onto the end of the
      *  last 2K+1, and once the window is full add one row to the
      *  raw moments: the Y of the window's centre observation
      *  against every X in the window.
      *  -----------------------------------------------------------
       DIM-ACCUM-PROC.
           IF WS-DIM-FILL < WS-DIM-NREG
               ADD 1 TO WS-DIM-FILL
           ELSE
               PERFORM VARYING WS-DIM-I FROM 1 BY 1
                       UNTIL WS-DIM-I >= WS-DIM-NREG
                   MOVE WS-DIM-BUF(WS-DIM-I + 1) TO WS-DIM-BUF(WS-DIM-I)
               END-PERFORM
           END-IF.
           MOVE WS-X-NUM TO WS-DIM-BUF-X(WS-DIM-FILL).
           MOVE WS-Y-NUM TO WS-DIM-BUF-Y(WS-DIM-FILL).

           IF WS-DIM-FILL = WS-DIM-NREG
               ADD 1 TO WS-DIM-N
               ADD WS-DIM-BUF-Y(WS-DIM-CENTRE) TO WS-DIM-SY
               COMPUTE WS-DIM-SYY = WS-DIM-SYY
                   + WS-DIM-BUF-Y(WS-DIM-CENTRE)
                   * WS-DIM-BUF-Y(WS-DIM-CENTRE)
               PERFORM VARYING WS-DIM-I FROM 1 BY 1
                       UNTIL WS-DIM-I > WS-DIM-NREG
                   ADD WS-DIM-BUF-X(WS-DIM-I) TO WS-DIM-SX(WS-DIM-I)
                   COMPUTE WS-DIM-SXY(WS-DIM-I) = WS-DIM-SXY(WS-DIM-I)
                       + WS-DIM-BUF-X(WS-DIM-I)
                       * WS-DIM-BUF-Y(WS-DIM-CENTRE)
                   PERFORM VARYING WS-DIM-J FROM 1 BY 1
                           UNTIL WS-DIM-J > WS-DIM-NREG
                       COMPUTE WS-DIM-SXX(WS-DIM-I, WS-DIM-J) =
                           WS-DIM-SXX(WS-DIM-I, WS-DIM-J)
                           + WS-DIM-BUF-X(WS-DIM-I)
                           * WS-DIM-BUF-X(WS-DIM-J)
                   END-PERFORM
               END-PERFORM
           END-IF.

      *  -----------------------------------------------------------
      *  A Y record whose volume reads as a clean zero is a day the
      *  name did not trade. A blank or unparseable volume is not
      *  evidence either way and is not counted.
      *  -----------------------------------------------------------
       COUNT-ZERO-VOLUME.
           COMPUTE WS-TEST-VOL = FUNCTION TEST-NUMVAL-C(WS-Y-VOLUME).
           IF WS-TEST-VOL = 0
               IF FUNCTION NUMVAL-C(WS-Y-VOLUME) = 0
                   ADD 1 TO WS-DIM-ZEROVOL
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Hand the accumulator paragraphs the value this record
      *  contributes to the statistics: the selected price level as
                       FUNCTION NUMVAL-C(WS-X2-SELVAL)
               END-IF
               MOVE 'Y' TO WS-OBS-VALID
      *  Base-currency mode converts the levels themselves -
      *  CHECK-FX-SIZE has already refused any day that overflows.
               IF WS-FX-MODE = 'Y'
                   IF WS-FX-ALL-OK = 'Y'
                       COMPUTE WS-X-NUM = WS-X-NUM * WS-X-FX-FAC
                       COMPUTE WS-Y-NUM = WS-Y-NUM * WS-Y-FX-FAC
                       IF WS-TWOFAC-MODE = 'Y'
                           COMPUTE WS-X2-NUM =
                               WS-X2-NUM * WS-X2-FX-FAC
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-OBS-VALID
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  cleared yet.
      *  -----------------------------------------------------------
       TRACK-RETURN-LEVELS.
      *  A base-currency record with no conversion (only a rolling
      *  re-read can get here with one - READ-RECORD-ONE excludes the
      *  rest) yields no return and must not become the basis the
      *  next record differences against either.
           IF WS-FX-MODE = 'Y' AND WS-FX-ALL-OK NOT = 'Y'
               MOVE 'N' TO WS-RET-VALID
           END-IF.
           IF (WS-RETURN-MODE = 'PCT' OR WS-RETURN-MODE = 'LOG')
              AND WS-VALIDATE-PASS NOT = 'Y'
              AND (WS-FX-MODE NOT = 'Y' OR WS-FX-ALL-OK = 'Y')
               IF WS-RET-CUR-SET = 'Y'
                   MOVE WS-X-CURLVL TO WS-X-PREVLVL
                   MOVE WS-Y-CURLVL TO WS-Y-PREVLVL
                   COMPUTE WS-X2-CURLVL =
                       FUNCTION NUMVAL-C(WS-X2-SELVAL)
               END-IF
      *  Base-currency mode: the returns are the base investor's,
      *  currency move included, so convert the levels first (a day
      *  that would overflow never gets here - see CHECK-FX-SIZE).
               IF WS-FX-MODE = 'Y'
                   COMPUTE WS-X-CURLVL = WS-X-CURLVL * WS-X-FX-FAC
                   COMPUTE WS-Y-CURLVL = WS-Y-CURLVL * WS-Y-FX-FAC
                   IF WS-TWOFAC-MODE = 'Y'
                       COMPUTE WS-X2-CURLVL =
                           WS-X2-CURLVL * WS-X2-FX-FAC
                   END-IF
               END-IF
               MOVE 'Y' TO WS-RET-CUR-SET
               MOVE 'N' TO WS-RET-VALID
               IF WS-RET-PREV-SET = 'Y'
                           END-IF
                       END-IF
                   END-IF
      *  Excess-return mode nets the period's risk-free rate out of
      *  every leg. READ-RECORD-ONE has already excluded any date
      *  with no rate on file, so a miss here can only be a rolling
      *  re-read of such a date - drop the observation all the same.
                   IF WS-EXCESS-MODE = 'Y' AND WS-RET-VALID = 'Y'
                       PERFORM READ-RISK-FREE
                       IF WS-RFR-FOUND = 'Y'
                           SUBTRACT WS-RF-PERIOD FROM WS-X-RETVAL
                           SUBTRACT WS-RF-PERIOD FROM WS-Y-RETVAL
                           IF WS-TWOFAC-MODE = 'Y'
                               SUBTRACT WS-RF-PERIOD FROM WS-X2-RETVAL
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-RET-VALID
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Excess-return mode only - look up the risk-free rate for the
      *  X record's trade date on BECIRFR and convert it to one
      *  sampling period in the scale TRACK-RETURN-LEVELS works in:
      *  rate / periods-per-year for PCT, and for LOG the continuously
      *  compounded equivalent of that simple period rate, times 100.
      *  Both passes (and every rolling window) ask for the same dates
      *  in turn, so the last date looked up is kept and not re-read.
      *  NOTFND is an answer, not an error - the caller excludes the
      *  date; anything else is a file problem handled like any other
      *  per-ticker read.
      *  -----------------------------------------------------------
       READ-RISK-FREE.
           IF WS-X-DATE NOT = WS-RFR-LAST-DATE
               MOVE WS-X-DATE TO WS-RFR-LAST-DATE
               MOVE WS-X-DATE TO WS-RFR-READ-DATE
               MOVE 'N' TO WS-RFR-FOUND
               MOVE 40 TO WS-RFR-RECLEN
               EXEC CICS READ
                  FILE (WS-RFR-FILE)
                  INTO (WS-RFR-REC)
                  RIDFLD (WS-RFR-READ-DATE)
                  LENGTH (WS-RFR-RECLEN)
                  RESP (RESPCODE)
                  RESP2 (RESPCODE2)
               END-EXEC
               EVALUATE RESPCODE
                   WHEN DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-RFR-FOUND
                       IF WS-RETURN-MODE = 'LOG'
                           COMPUTE WS-RF-PERIOD = 100 * FUNCTION LOG
                               (1 + WS-RFR-RATE / (100 * WS-ANN-FACTOR))
                       ELSE
                           COMPUTE WS-RF-PERIOD =
                               WS-RFR-RATE / WS-ANN-FACTOR
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       MOVE 0 TO WS-RFR-LAST-DATE
                       PERFORM TICKER-ERROR-CHECK
               END-EVALUATE
           END-IF.

      *  -----------------------------------------------------------
      *  Excess-return mode only - a sampled, still-included date with
      *  no risk-free rate on file cannot produce an excess return, so
      *  the whole position is excluded and shows on DQLISTDATA as
      *  NORFRATE (side B - it takes both legs out), exactly the way a
      *  calendar mismatch is.
      *  -----------------------------------------------------------
       CHECK-RISK-FREE-DAY.
           PERFORM READ-RISK-FREE.
           IF WS-RFR-FOUND NOT = 'Y' AND WS-TICKER-ABORT = 'N'
               MOVE 'B' TO WS-EXCL-SIDE-TEMP
               MOVE 'NORFRATE' TO WS-EXCL-REASON-TEMP
               MOVE WS-X-DATE TO WS-EXCL-DATE-TEMP
               PERFORM LOG-EXCLUSION
           END-IF.

      *  -----------------------------------------------------------
      *  Base-currency mode only - the quoting currency of the Y
      *  benchmark, and of X and the factor-2 file on a run that has
      *  them, off the security master. Y is shared by every ticker
      *  of a multi-ticker run, so a Y the master cannot place fails
      *  the whole run even there.
      *  -----------------------------------------------------------
       RESOLVE-PAIR-CCY.
           MOVE WS-INPUT2 TO WS-CCY-PFILE.
           PERFORM FIND-PFILE-CCY.
           IF WS-TICKER-ABORT = 'Y'
               MOVE WS-TICKER-ABORT-MSG TO WS-ERROR-MSG
               PERFORM ERROR-SEND
           END-IF.
           IF WS-CCY-FOUND NOT = 'Y'
               MOVE 'NOCCY' TO WS-ERROR-MSG
               PERFORM ERROR-SEND
           END-IF.
           MOVE WS-CCY-RESULT TO WS-Y-CCY.

           IF WS-MULTI-MODE NOT = 'Y'
               PERFORM RESOLVE-X-CCY
           END-IF.

           IF WS-TWOFAC-MODE = 'Y'
               MOVE WS-INPUT3 TO WS-CCY-PFILE
               PERFORM FIND-PFILE-CCY
               IF WS-CCY-FOUND NOT = 'Y'
                   MOVE 'NOCCY' TO WS-ERROR-MSG
                   PERFORM ERROR-SEND
               END-IF
               MOVE WS-CCY-RESULT TO WS-X2-CCY
           END-IF.

      *  -----------------------------------------------------------
      *  The X leg's quoting currency - once per run, or once per
      *  ticker in multi-ticker mode, where an unknown price file is
      *  that ticker's NOCCY and not the whole list's. The cached
      *  factors all belong to the previous X (and may have been
      *  left half-worked by a previous ticker's abort), so they are
      *  dropped here.
      *  -----------------------------------------------------------
       RESOLVE-X-CCY.
           MOVE WS-INPUT1 TO WS-CCY-PFILE.
           PERFORM FIND-PFILE-CCY.
           IF WS-TICKER-ABORT = 'N'
               IF WS-CCY-FOUND = 'Y'
                   MOVE WS-CCY-RESULT TO WS-X-CCY
               ELSE
                   IF WS-MULTI-MODE = 'Y'
                       MOVE 'Y' TO WS-TICKER-ABORT
                       MOVE 'NOCCY' TO WS-TICKER-ABORT-MSG
                   ELSE
                       MOVE 'NOCCY' TO WS-ERROR-MSG
                       PERFORM ERROR-SEND
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-X-FX-DATE.
           MOVE 0 TO WS-Y-FX-DATE.
           MOVE 0 TO WS-X2-FX-DATE.

      *  -----------------------------------------------------------
      *  Browse the security master for the entry that maps to the
      *  price file in WS-CCY-PFILE - the master is keyed by ticker,
      *  and BETACICS only ever sees the physical file. An active
      *  entry wins over a retired one that used to map the same
      *  file; a blank BECI-SEC-CCY predates the field and is USD.
      *  The browse has its own key field, so clearing the record
      *  area before each READNEXT (a pre-currency record is shorter
      *  than the layout) cannot reposition it.
      *  -----------------------------------------------------------
       FIND-PFILE-CCY.
           MOVE 'N' TO WS-CCY-FOUND.
           MOVE 'N' TO WS-CCY-ACTIVE-HIT.
           MOVE SPACES TO WS-CCY-RESULT.
           MOVE LOW-VALUES TO WS-SEC-BRKEY.
           EXEC CICS STARTBR FILE(WS-SEC-FILE)
               RIDFLD(WS-SEC-BRKEY)
               GTEQ
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               PERFORM UNTIL RESPCODE NOT = DFHRESP(NORMAL)
                          OR WS-CCY-ACTIVE-HIT = 'Y'
                   MOVE SPACES TO WS-SEC-REC
                   MOVE 78 TO WS-SEC-RECLEN
                   EXEC CICS READNEXT FILE(WS-SEC-FILE)
                       INTO(WS-SEC-REC)
                       RIDFLD(WS-SEC-BRKEY)
                       LENGTH(WS-SEC-RECLEN)
                       RESP(RESPCODE)
                       RESP2(RESPCODE2)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL)
                       IF WS-SEC-PFILE = WS-CCY-PFILE
                          AND (WS-CCY-FOUND = 'N'
                               OR WS-SEC-ACTIVE = 'Y')
                           MOVE 'Y' TO WS-CCY-FOUND
                           IF WS-SEC-CCY = SPACES
                               MOVE 'USD' TO WS-CCY-RESULT
                           ELSE
                               MOVE WS-SEC-CCY TO WS-CCY-RESULT
                           END-IF
                           IF WS-SEC-ACTIVE = 'Y'
                               MOVE 'Y' TO WS-CCY-ACTIVE-HIT
                           END-IF
                       END-IF
                   ELSE
                       IF RESPCODE NOT = DFHRESP(ENDFILE)
                           PERFORM TICKER-ERROR-CHECK
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR FILE(WS-SEC-FILE)
                   RESP(RESPCODE)
               END-EXEC
           ELSE
               IF RESPCODE NOT = DFHRESP(NOTFND)
                   PERFORM TICKER-ERROR-CHECK
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Base-currency mode only - work out each leg's conversion
      *  factor for the records in hand, re-reading BECIFXR only for
      *  a leg whose trade date has moved on since its last factor.
      *  -----------------------------------------------------------
       SET-FX-FACTORS.
           IF WS-X-DATE NOT = WS-X-FX-DATE
               MOVE WS-X-DATE TO WS-X-FX-DATE
               MOVE WS-X-CCY  TO WS-FX-LEG-CCY
               MOVE WS-X-DATE TO WS-FX-LEG-DATE
               PERFORM COMPUTE-LEG-FACTOR
               MOVE WS-FX-LEG-FAC TO WS-X-FX-FAC
               MOVE WS-FX-LEG-OK  TO WS-X-FX-OK
           END-IF.
           IF WS-Y-DATE NOT = WS-Y-FX-DATE
               MOVE WS-Y-DATE TO WS-Y-FX-DATE
               MOVE WS-Y-CCY  TO WS-FX-LEG-CCY
               MOVE WS-Y-DATE TO WS-FX-LEG-DATE
               PERFORM COMPUTE-LEG-FACTOR
               MOVE WS-FX-LEG-FAC TO WS-Y-FX-FAC
               MOVE WS-FX-LEG-OK  TO WS-Y-FX-OK
           END-IF.
           IF WS-TWOFAC-MODE = 'Y'
              AND WS-X2-DATE NOT = WS-X2-FX-DATE
               MOVE WS-X2-DATE TO WS-X2-FX-DATE
               MOVE WS-X2-CCY  TO WS-FX-LEG-CCY
               MOVE WS-X2-DATE TO WS-FX-LEG-DATE
               PERFORM COMPUTE-LEG-FACTOR
               MOVE WS-FX-LEG-FAC TO WS-X2-FX-FAC
               MOVE WS-FX-LEG-OK  TO WS-X2-FX-OK
           END-IF.

           MOVE 'Y' TO WS-FX-ALL-OK.
           IF WS-X-FX-OK NOT = 'Y' OR WS-Y-FX-OK NOT = 'Y'
               MOVE 'N' TO WS-FX-ALL-OK
           END-IF.
           IF WS-TWOFAC-MODE = 'Y' AND WS-X2-FX-OK NOT = 'Y'
               MOVE 'N' TO WS-FX-ALL-OK
           END-IF.

           MOVE SPACE TO WS-FX-SIZE-SIDE.
           IF WS-FX-ALL-OK = 'Y'
               PERFORM CHECK-FX-SIZE
           END-IF.

      *  -----------------------------------------------------------
      *  Trial-convert each leg's selected level exactly as
      *  GET-OBS-VALUES and TRACK-RETURN-LEVELS will. A level that
      *  overflows makes the day unconvertible like a missing rate,
      *  so both consumers drop it through WS-FX-ALL-OK instead of
      *  working on a level with its high-order digits cut off.
      *  -----------------------------------------------------------
       CHECK-FX-SIZE.
           COMPUTE WS-FX-TEST =
               FUNCTION NUMVAL-C(WS-X-SELVAL) * WS-X-FX-FAC
               ON SIZE ERROR
                   MOVE 'X' TO WS-FX-SIZE-SIDE
           END-COMPUTE.
           IF WS-FX-SIZE-SIDE = SPACE
               COMPUTE WS-FX-TEST =
                   FUNCTION NUMVAL-C(WS-Y-SELVAL) * WS-Y-FX-FAC
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-FX-SIZE-SIDE
               END-COMPUTE
           END-IF.
           IF WS-FX-SIZE-SIDE = SPACE AND WS-TWOFAC-MODE = 'Y'
               COMPUTE WS-FX-TEST =
                   FUNCTION NUMVAL-C(WS-X2-SELVAL) * WS-X2-FX-FAC
                   ON SIZE ERROR
                       MOVE '2' TO WS-FX-SIZE-SIDE
               END-COMPUTE
           END-IF.
           IF WS-FX-SIZE-SIDE NOT = SPACE
               MOVE 'N' TO WS-FX-ALL-OK
           END-IF.

      *  -----------------------------------------------------------
      *  One leg's factor: rate(base) / rate(leg), both quoted per US
      *  dollar for the leg record's own trade date. A leg already in
      *  the base currency converts at 1 without touching the file.
      *  -----------------------------------------------------------
       COMPUTE-LEG-FACTOR.
           MOVE 'N' TO WS-FX-LEG-OK.
           MOVE 1 TO WS-FX-LEG-FAC.
           IF WS-FX-LEG-CCY = WS-BASE-CCY
               MOVE 'Y' TO WS-FX-LEG-OK
           ELSE
               MOVE WS-BASE-CCY    TO WS-FX-CCY
               MOVE WS-FX-LEG-DATE TO WS-FX-DATE
               PERFORM READ-FX-RATE
               IF WS-FX-FOUND = 'Y'
                   MOVE WS-FX-RATE TO WS-FX-BASE-RATE
                   MOVE WS-FX-LEG-CCY TO WS-FX-CCY
                   PERFORM READ-FX-RATE
                   IF WS-FX-FOUND = 'Y'
                       COMPUTE WS-FX-LEG-FAC ROUNDED =
                           WS-FX-BASE-RATE / WS-FX-RATE
                       MOVE 'Y' TO WS-FX-LEG-OK
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Read one currency's rate for one date. USD is the pivot and
      *  is 1 by definition. NOTFND is an answer, not an error - the
      *  caller excludes the date; anything else is a file problem
      *  handled like any other per-ticker read.
      *  -----------------------------------------------------------
       READ-FX-RATE.
           MOVE 'N' TO WS-FX-FOUND.
           IF WS-FX-CCY = 'USD'
               MOVE 1 TO WS-FX-RATE
               MOVE 'Y' TO WS-FX-FOUND
           ELSE
               MOVE WS-FX-CCY  TO WS-FXR-CCY
               MOVE WS-FX-DATE TO WS-FXR-DATE
               MOVE 50 TO WS-FXR-RECLEN
               EXEC CICS READ
                  FILE (WS-FXR-FILE)
                  INTO (WS-FXR-REC)
                  RIDFLD (WS-FXR-KEY)
                  LENGTH (WS-FXR-RECLEN)
                  RESP (RESPCODE)
                  RESP2 (RESPCODE2)
               END-EXEC
               EVALUATE RESPCODE
                   WHEN DFHRESP(NORMAL)
                       IF WS-FXR-RATE > 0
                           MOVE WS-FXR-RATE TO WS-FX-RATE
                           MOVE 'Y' TO WS-FX-FOUND
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM TICKER-ERROR-CHECK
               END-EVALUATE
           END-IF.

      *  -----------------------------------------------------------
      *  Base-currency mode only - a sampled, still-included position
      *  with a leg that cannot be converted is excluded and shows on
      *  DQLISTDATA as NOFXRATE, on the side whose rate is missing,
      *  dated with that leg's own trade date - or as FXSIZE, on the
      *  side whose converted level does not fit.
      *  -----------------------------------------------------------
       CHECK-FX-DAY.
           PERFORM SET-FX-FACTORS.
           IF WS-FX-ALL-OK NOT = 'Y' AND WS-TICKER-ABORT = 'N'
              AND WS-FX-SIZE-SIDE NOT = SPACE
               MOVE 'FXSIZE' TO WS-EXCL-REASON-TEMP
               MOVE WS-FX-SIZE-SIDE TO WS-EXCL-SIDE-TEMP
               EVALUATE WS-FX-SIZE-SIDE
                   WHEN 'X'
                       MOVE WS-X-DATE TO WS-EXCL-DATE-TEMP
                   WHEN 'Y'
                       MOVE WS-Y-DATE TO WS-EXCL-DATE-TEMP
                   WHEN OTHER
                       MOVE WS-X2-DATE TO WS-EXCL-DATE-TEMP
               END-EVALUATE
               PERFORM LOG-EXCLUSION
           END-IF.
           IF WS-FX-ALL-OK NOT = 'Y' AND WS-TICKER-ABORT = 'N'
              AND WS-FX-SIZE-SIDE = SPACE
               MOVE 'NOFXRATE' TO WS-EXCL-REASON-TEMP
               EVALUATE TRUE
                   WHEN WS-X-FX-OK NOT = 'Y'
                       MOVE 'X' TO WS-EXCL-SIDE-TEMP
                       MOVE WS-X-DATE TO WS-EXCL-DATE-TEMP
                   WHEN WS-Y-FX-OK NOT = 'Y'
                       MOVE 'Y' TO WS-EXCL-SIDE-TEMP
                       MOVE WS-Y-DATE TO WS-EXCL-DATE-TEMP
                   WHEN OTHER
                       MOVE '2' TO WS-EXCL-SIDE-TEMP
                       MOVE WS-X2-DATE TO WS-EXCL-DATE-TEMP
               END-EVALUATE
               PERFORM LOG-EXCLUSION
           END-IF.

      *  -----------------------------------------------------------
      *  Per-pass state reset. Every pass re-walks the range from
      *  WS-BEGIN-NUM, so the previous-record tracking returns mode
               PERFORM ERROR-CHECK
           END-IF.
           PERFORM SELECT-FIELDS.
           IF WS-FX-MODE = 'Y'
               PERFORM SET-FX-FACTORS
           END-IF.

      *  -----------------------------------------------------------
      *  Residual diagnostics - one more walk of the observations
      *  the fit used, against the alpha and beta just computed (see
      *  the WS-DIAG-MODE block in WORKING-STORAGE). Every
      *  observation goes to TS queue WS-RESIDQ, cleared first for
      *  the same stale-series reason as WS-ROLLQ; the summary goes
      *  to RESIDSTATS and the flagged rows to RESIDFLAG, which
      *  BECIBATD can GET where it cannot browse a TS queue. Not
      *  checkpointed: it is one pass over a fit already complete,
      *  and a resumed run simply makes it again.
      *  -----------------------------------------------------------
       RESID-DIAG-PROC.
           MOVE SPACES TO WS-RESIDQ.
           STRING 'E' CHANNELNAME(1:15) DELIMITED BY SIZE
               INTO WS-RESIDQ.
           EXEC CICS DELETEQ TS QUEUE(WS-RESIDQ)
               RESP(RESPCODE)
           END-EXEC.

           MOVE 0 TO WS-DIAG-N.
           MOVE 0 TO WS-DIAG-FLAGGED.
           MOVE 0 TO WS-RFLAG-CNT.
           MOVE 0 TO WS-DIAG-SSQ.
           MOVE 0 TO WS-DIAG-DSQ.
           MOVE 0 TO WS-DIAG-DW.
           MOVE 'N' TO WS-DIAG-PREV-SET.
           MOVE 0 TO WS-OUTL-DX.
           MOVE 0 TO WS-OUTL-DY.
           MOVE 0 TO WS-OUTL-DXX.
           MOVE 0 TO WS-OUTL-DXY.
           MOVE 0 TO WS-OUTL-DYY.
           MOVE 0 TO WS-RF-N.
           MOVE 0 TO WS-RF-BETA.
           MOVE 0 TO WS-RF-ALPHA.
           MOVE 0 TO WS-RF-RSQ.

           MOVE 'D' TO WS-CURRENT-PHASE.
           MOVE '0' TO WS-EOF.
           COMPUTE WS-ITER = WS-BEGIN-NUM - 1.
           PERFORM RESET-PASS-STATE.
           PERFORM READ-RECORD
           PERFORM UNTIL WS-EOF = 'Y'
               IF WS-EXCL-FLAG(WS-EXCL-IDX) NOT = 'Y'
                   PERFORM RESID-OBS-PROC
               END-IF
               PERFORM READ-RECORD
           END-PERFORM.

           IF WS-DIAG-SSQ > 0
               COMPUTE WS-DIAG-DW = WS-DIAG-DSQ / WS-DIAG-SSQ
           END-IF.

           IF WS-REFIT-MODE = 'Y'
               PERFORM COMPUTE-REFIT-STATS
           END-IF.

           MOVE WS-DIAG-SIGMA   TO WS-RDGS-SIGMA.
           MOVE WS-DIAG-N       TO WS-RDGS-OBSCNT.
           MOVE WS-DIAG-DW      TO WS-RDGS-DW.
           MOVE WS-DIAG-FLAGGED TO WS-RDGS-FLAGCNT.
           MOVE WS-REFIT-MODE   TO WS-RDGS-REFIT.
           MOVE WS-BETA         TO WS-RDGS-BETA.
           MOVE WS-RF-BETA      TO WS-RDGS-RFBETA.
           MOVE WS-RF-ALPHA     TO WS-RDGS-RFALPHA.
           MOVE WS-RF-RSQ       TO WS-RDGS-RFRSQ.
           MOVE WS-RF-N         TO WS-RDGS-RFOBS.
           EXEC CICS PUT CONTAINER(RESIDSTAT-CONT)
               FROM(WS-RDGS-OUT)
               FLENGTH(LENGTH OF WS-RDGS-OUT)
               CHAR
               RESP(RESPCODE)
           END-EXEC.
           PERFORM ERROR-CHECK.

           IF WS-RFLAG-CNT > 0
               COMPUTE INPUTLENGTH =
                   WS-RFLAG-CNT * LENGTH OF WS-RFLAG-ENTRY(1)
               EXEC CICS PUT CONTAINER(RESIDFLAG-CONT)
                   FROM(WS-RFLAG-TABLE)
                   FLENGTH(INPUTLENGTH)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
               PERFORM ERROR-CHECK
           END-IF.

      *  -----------------------------------------------------------
      *  One observation: fitted Y, residual, standardized residual
      *  and its flag, the Durbin-Watson sums, and the TS queue
      *  item. A fit with no standard error (two observations, or a
      *  perfect fit) has nothing to standardize by - every
      *  residual reports zero and nothing is flagged.
      *  -----------------------------------------------------------
       RESID-OBS-PROC.
           PERFORM GET-OBS-VALUES.
           IF WS-OBS-VALID = 'Y'
               ADD 1 TO WS-DIAG-N
               MOVE WS-ITER TO WS-RDG-KEY
               MOVE WS-X-DATE TO WS-RDG-DATE
               MOVE WS-Y-NUM TO WS-RDG-ACTUAL
               COMPUTE WS-RDG-FITTED = WS-ALPHA + (WS-BETA * WS-X-NUM)
               COMPUTE WS-DIAG-RESID = WS-Y-NUM - WS-RDG-FITTED
               IF WS-STDERR = 0
                   MOVE 0 TO WS-RDG-STDRES
               ELSE
                   COMPUTE WS-RDG-STDRES = WS-DIAG-RESID / WS-STDERR
               END-IF

               COMPUTE WS-DIAG-SSQ = WS-DIAG-SSQ
                   + (WS-DIAG-RESID * WS-DIAG-RESID)
               IF WS-DIAG-PREV-SET = 'Y'
                   COMPUTE WS-DIAG-DSQ = WS-DIAG-DSQ
                       + (WS-DIAG-RESID - WS-DIAG-PREV) ** 2
               END-IF
               MOVE WS-DIAG-RESID TO WS-DIAG-PREV
               MOVE 'Y' TO WS-DIAG-PREV-SET

               MOVE WS-RDG-STDRES TO WS-DIAG-ABS
               IF WS-DIAG-ABS < 0
                   COMPUTE WS-DIAG-ABS = 0 - WS-DIAG-ABS
               END-IF
               IF WS-DIAG-ABS > WS-DIAG-SIGMA
                   MOVE 'Y' TO WS-RDG-FLAG
                   PERFORM LOG-RESID-FLAG
               ELSE
                   MOVE 'N' TO WS-RDG-FLAG
               END-IF

               EXEC CICS WRITEQ TS QUEUE(WS-RESIDQ)
                   FROM(WS-RDG-REC)
                   LENGTH(LENGTH OF WS-RDG-REC)
                   RESP(RESPCODE)
               END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  A flagged observation: keep its row for RESIDFLAG (room
      *  permitting - the count and the refit still take every one)
      *  and add its deviations to the sums the refit takes back
      *  out. On a refit it is also listed on DQLISTDATA.
      *  -----------------------------------------------------------
       LOG-RESID-FLAG.
           ADD 1 TO WS-DIAG-FLAGGED.
           IF WS-RFLAG-CNT < WS-RFLAG-MAX
               ADD 1 TO WS-RFLAG-CNT
               MOVE WS-RDG-REC TO WS-RFLAG-ENTRY(WS-RFLAG-CNT)
           END-IF.

           COMPUTE WS-OUTL-DX = WS-OUTL-DX + (WS-X-NUM - WS-X-AVG).
           COMPUTE WS-OUTL-DY = WS-OUTL-DY + (WS-Y-NUM - WS-Y-AVG).
           COMPUTE WS-OUTL-DXX = WS-OUTL-DXX
               + (WS-X-NUM - WS-X-AVG) ** 2.
           COMPUTE WS-OUTL-DXY = WS-OUTL-DXY
               + (WS-X-NUM - WS-X-AVG) * (WS-Y-NUM - WS-Y-AVG).
           COMPUTE WS-OUTL-DYY = WS-OUTL-DYY
               + (WS-Y-NUM - WS-Y-AVG) ** 2.

           IF WS-REFIT-MODE = 'Y'
               PERFORM LOG-OUTLIER
           END-IF.

      *  -----------------------------------------------------------
      *  List the day on DQLISTDATA as OUTLIER. Unlike LOG-EXCLUSION
      *  this raises no exclusion flag and adds nothing to
      *  WS-EXCL-COUNT - the day is still in the primary fit and its
      *  readout; only the refit leaves it out.
      *  -----------------------------------------------------------
       LOG-OUTLIER.
           IF WS-EXCL-LIST-CNT < WS-EXCL-LIST-MAX
               ADD 1 TO WS-EXCL-LIST-CNT
               MOVE WS-ITER TO WS-EXCL-KEY(WS-EXCL-LIST-CNT)
               MOVE 'B' TO WS-EXCL-SIDE(WS-EXCL-LIST-CNT)
               MOVE 'OUTLIER' TO WS-EXCL-REASON(WS-EXCL-LIST-CNT)
               MOVE WS-X-DATE TO WS-EXCL-DATE(WS-EXCL-LIST-CNT)
           END-IF.

      *  -----------------------------------------------------------
      *  The refit without the flagged days, from the full-sample
      *  sums less the flagged days' share. Fewer than two days
      *  left is no regression at all, and it reports zero.
      *  -----------------------------------------------------------
       COMPUTE-REFIT-STATS.
           COMPUTE WS-RF-N = WS-INC - WS-DIAG-FLAGGED.
           IF WS-RF-N < 2
               MOVE 0 TO WS-RF-BETA
               MOVE 0 TO WS-RF-ALPHA
               MOVE 0 TO WS-RF-RSQ
           ELSE
               COMPUTE WS-RF-SXX = WS-X-VAR - WS-OUTL-DXX
                   - (WS-OUTL-DX * WS-OUTL-DX) / WS-RF-N
               COMPUTE WS-RF-SXY = WS-COVAR - WS-OUTL-DXY
                   - (WS-OUTL-DX * WS-OUTL-DY) / WS-RF-N
               COMPUTE WS-RF-SYY = WS-Y-VAR - WS-OUTL-DYY
                   - (WS-OUTL-DY * WS-OUTL-DY) / WS-RF-N
               COMPUTE WS-RF-XAVG = WS-X-AVG - WS-OUTL-DX / WS-RF-N
               COMPUTE WS-RF-YAVG = WS-Y-AVG - WS-OUTL-DY / WS-RF-N

               IF WS-RF-SXX > 0
                   COMPUTE WS-RF-BETA = WS-RF-SXY / WS-RF-SXX
               ELSE
                   MOVE 0 TO WS-RF-BETA
               END-IF
               COMPUTE WS-RF-ALPHA =
                   WS-RF-YAVG - (WS-RF-BETA * WS-RF-XAVG)
               IF WS-RF-SXX > 0 AND WS-RF-SYY > 0
                   COMPUTE WS-RF-RSQ = (WS-RF-SXY * WS-RF-SXY)
                       / (WS-RF-SXX * WS-RF-SYY)
               ELSE
                   MOVE 0 TO WS-RF-RSQ
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  See whether a checkpoint from a previous, interrupted run
                    PERFORM LOG-EXCLUSION
                 END-IF

      *  -----------------------------------------------------------
      *  Dimson mode's zero-volume tally - every Y record the
      *  variance pass reads in the range, sampled or not, so the
      *  count is in trading days whatever the frequency.
      *  -----------------------------------------------------------
                 IF WS-DIM-MODE = 'Y' AND WS-CURRENT-PHASE = 'V'
                    AND WS-Y-NOTFND-TEMP = 'N'
                    PERFORM COUNT-ZERO-VOLUME
                 END-IF

                 PERFORM SELECT-FIELDS
                 PERFORM FREQ-SAMPLE-CHECK

                 IF WS-EXCESS-MODE = 'Y' AND WS-FREQ-TAKE = 'Y'
                    AND WS-VALIDATE-PASS NOT = 'Y'
                    AND WS-EXCL-FLAG(WS-EXCL-IDX) NOT = 'Y'
                    PERFORM CHECK-RISK-FREE-DAY
                 END-IF

                 IF WS-FX-MODE = 'Y' AND WS-FREQ-TAKE = 'Y'
                    AND WS-VALIDATE-PASS NOT = 'Y'
                    AND WS-EXCL-FLAG(WS-EXCL-IDX) NOT = 'Y'
                    PERFORM CHECK-FX-DAY
                 END-IF

      *  -----------------------------------------------------------
      *  Returns mode differences consecutive *included* records -
      *  an excluded or non-sampled position must not become the
