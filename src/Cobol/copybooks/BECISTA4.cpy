      *  -----------------------------------------------------------
      *  BECISTA4 - Dimson-mode regression readout PUT to OUTPUTDATA
      *  when the DIMSON container arms the non-synchronous-trading
      *  fit on a single-pair run (the way BECISTA3 replaces
      *  BECISTAT for capture runs). Carries the full BECISTAT
      *  readout of the ordinary contemporaneous fit, then the
      *  Dimson fit of Y on X at lags -K..+K of the sampled series
      *  (K = 1 to 3 leads and lags, BECI-ST4-LAGS): the summed
      *  Dimson beta, the fit's own alpha / R-squared / standard
      *  error and the number of observations it used (the first
      *  and last K observations of the range have no full window
      *  and drop out), and each individual coefficient. The
      *  coefficient table is fixed-slot by offset - slot 4 is the
      *  contemporaneous X, slots 1-3 the prior-period X three, two
      *  and one periods back, slots 5-7 the next-period X one, two
      *  and three periods on; slots beyond K report zero. The
      *  zero-volume count is the number of Y records in the range
      *  whose BECI-VOLUME-VAL is zero - the days the name did not
      *  trade. Jensen's alpha, Sharpe and Treynor are filled on an
      *  excess-return run only, as in BECISTAT.
      *  -----------------------------------------------------------
       01 BECI-STAT4-OUT.
           05 BECI-ST4-BETA     PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-ALPHA    PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-RSQ      PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-STDERR   PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-OBSCNT   PIC 9(5).
           05 BECI-ST4-EXCLCNT  PIC 9(5).
           05 BECI-ST4-DIMBETA  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-DIMALPHA PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-DIMRSQ   PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-DIMSE    PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-DIMOBS   PIC 9(5).
           05 BECI-ST4-LAGS     PIC 9(1).
           05 BECI-ST4-COEF     PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER
               OCCURS 7 TIMES.
           05 BECI-ST4-ZEROVOL  PIC 9(5).
           05 BECI-ST4-BLUME    PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-VASICEK  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-JENSEN   PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-SHARPE   PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST4-TREYNOR  PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
