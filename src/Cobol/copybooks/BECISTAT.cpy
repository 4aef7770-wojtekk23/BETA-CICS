      *  figure toward 1.0 with the standard 0.67/0.33 weights, and
      *  Vasicek weights it by its own sampling variance against the
      *  cross-sectional prior (mean 1.0, variance 0.0625).
      *  The CAPM ratios are filled only on an excess-return run
      *  (RETURNMODE XSP/XLG, returns net of the BECIRFR risk-free
      *  rate) and report zero otherwise: Jensen's alpha is the
      *  excess-return intercept annualized, Sharpe is Y's mean
      *  excess return over its volatility, Treynor is Y's mean
      *  excess return over its beta - all annualized off the
      *  sampling frequency, in the percent-point scale of the
      *  returns.
      *  -----------------------------------------------------------
       01 BECI-STATS-OUT.
           05 BECI-BETA        PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-VASICEK     PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-JENSEN      PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-SHARPE      PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-TREYNOR     PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
