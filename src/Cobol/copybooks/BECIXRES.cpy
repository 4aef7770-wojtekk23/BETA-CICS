      *  BECIXRES - one ticker-to-beta result row PUT to OUTPUTDATA
      *  when INPUTXLIST-CONT drives a multi-security run against a
      *  single shared benchmark (one row per WS-XLIST-ENTRY).
      *  Jensen's alpha, Sharpe and Treynor are filled on an
      *  excess-return run only, as in BECISTAT. Sharpe, Treynor and
      *  BECI-XRES-XSRET (the annualized mean excess return) are the
      *  row's own ticker's - the X series - not the benchmark's.
      *  -----------------------------------------------------------
       01 BECI-XRES-REC.
           05 BECI-XRES-TICKER  PIC X(8).
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-XRES-VASICEK PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-XRES-JENSEN  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-XRES-SHARPE  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-XRES-TREYNOR PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-XRES-XSRET   PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
