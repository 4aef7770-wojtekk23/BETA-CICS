      *  X(8) for that; key requests left-justify the 5 digits).
      *  The X list turns the request into a multi-ticker run (the
      *  X file and second-factor fields are ignored for it, as in
      *  BETACICS itself). The return mode takes PCT or LOG, or XSP
      *  or XLG for the same returns net of the daily risk-free
      *  rate (the CAPM excess-return run). The base currency is an
      *  ISO code both legs are converted into before the statistics
      *  (see BECIFXR); blank leaves every price in the currency it
      *  is quoted in.
      *
      *  The last four fields, by column:
      *    157-159 BASECCY  - the base currency above.
      *    160     DIMLAGS  - number of Dimson leads and lags, 1 to
      *                       3, for the non-synchronous-trading fit
      *                       (a single-pair request only; see
      *                       BECISTA4).
      *    161-164 RESSIGMA - residual-diagnostics threshold in
      *                       standard deviations, e.g. '2.5' or
      *                       '3.00' (above 0, below 100). Blank
      *                       leaves the diagnostics off; single-pair
      *                       requests only.
      *    165     REFIT    - 'Y' also refits the line with the
      *                       flagged days left out. Ignored unless
      *                       RESSIGMA is set.
      *
      *  BASECCY and DIMLAGS sit in what was trailing filler;
      *  RESSIGMA and REFIT took the record from 160 to 165 bytes.
      *  BECIBATD reads CTLFILE at the new length, so
      *  BECI.BATCH.CTLFILE must be reallocated at LRECL=165 and
      *  its lines copied across - they come out blank in 161-165,
      *  i.e. with neither option requested.
      *  -----------------------------------------------------------
       01 BECI-CTL-REC.
           05 BECI-CTL-XFILE    PIC X(8).
               10 BECI-CTL-XLENT PIC X(8) OCCURS 10 TIMES.
           05 BECI-CTL-CAPMODE  PIC X(1).
           05 BECI-CTL-ADJMODE  PIC X(1).
           05 BECI-CTL-BASECCY  PIC X(3).
           05 BECI-CTL-DIMLAGS  PIC X(1).
           05 BECI-CTL-RESSIGMA PIC X(4).
           05 BECI-CTL-REFIT    PIC X(1).
