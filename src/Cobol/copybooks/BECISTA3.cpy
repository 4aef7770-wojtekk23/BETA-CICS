      *  error of Y against X. Volatility and tracking error are
      *  annualized off the sampling frequency (252/52/12 for
      *  daily/weekly/monthly) and share the percent-point scale of
      *  the returns they are computed from. Jensen's alpha, Sharpe
      *  and Treynor are filled on an excess-return run only, as
      *  in BECISTAT.
      *  -----------------------------------------------------------
       01 BECI-STAT3-OUT.
           05 BECI-ST3-BETA    PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST3-VASICEK PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST3-JENSEN  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST3-SHARPE  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-ST3-TREYNOR PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
