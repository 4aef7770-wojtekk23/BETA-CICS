      *  -----------------------------------------------------------
      *  BECIFXR - one currency's FX rate for one day on the keyed
      *  dataset BECIFXR, built nightly from the vendor FX fixing
      *  extract by BECIFXLD. Keyed by ISO currency code plus trade
      *  date (YYYYMMDD); the rate is units of that currency per
      *  one US dollar, the way the vendor quotes it (GBP 0.79,
      *  JPY 151.20). USD itself is the pivot and has no records -
      *  its rate is 1 by definition. BETACICS's base-currency mode
      *  (BASECCY container) converts a price quoted in currency C
      *  to base currency B as price / rate(C) * rate(B), both rates
      *  read for the price record's own trade date - a day with no
      *  record here for either currency is excluded from the run
      *  as NOFXRATE, never filled from a neighbouring day.
      *  -----------------------------------------------------------
       01 BECI-FXR-REC.
           05 BECI-FXR-KEY.
               10 BECI-FXR-CCY  PIC X(3).
               10 BECI-FXR-DATE PIC 9(8).
           05 BECI-FXR-RATE     PIC S9(7)V9(10)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER            PIC X(21).
