      *  -----------------------------------------------------------
      *  BECIRFR - one day's risk-free rate on the keyed dataset
      *  BECIRFR, built nightly from the vendor T-bill yield feed by
      *  BECIRFLD. Keyed by trade date (YYYYMMDD); the rate is the
      *  annualized yield in percent (5.25 = 5.25%), exactly as the
      *  vendor quotes it. BETACICS's excess-return modes (RETURNMODE
      *  XSP / XLG) read it by the X record's trade date and scale it
      *  down to the sampling period before subtracting it from
      *  every return - a day with no record here is excluded from
      *  the run as NORFRATE, never filled from a neighbouring day.
      *  -----------------------------------------------------------
       01 BECI-RFR-REC.
           05 BECI-RFR-KEY.
               10 BECI-RFR-DATE PIC 9(8).
           05 BECI-RFR-RATE     PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RFR-SERIES   PIC X(8).
           05 FILLER            PIC X(8).
