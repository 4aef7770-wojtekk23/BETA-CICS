      *  columns (up/down beta, correlation, annualized X/Y
      *  volatility, tracking error) are filled only on a request
      *  that armed CAPMODE, and the adjusted-beta columns (Blume,
      *  Vasicek) only on one that armed ADJMODE, and the CAPM
      *  columns (Jensen's alpha, Sharpe, Treynor) only on an
      *  excess-return request (RETURNMODE XSP/XLG), and the Dimson
      *  columns (summed Dimson beta, lead/lag count, the seven
      *  fixed-slot coefficients - slot 4 contemporaneous - the
      *  Dimson observation count and the zero-volume day count,
      *  see BECISTA4) only on one that armed Dimson mode - all
      *  report zero otherwise.
      *  -----------------------------------------------------------
       01 BECI-RPT-REC.
           05 BECI-RPT-XFILE   PIC X(8).
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RPT-VASICEK PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RPT-JENSEN  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RPT-SHARPE  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RPT-TREYNOR PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RPT-DIMBETA PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RPT-DIMLAGS PIC 9(1).
           05 BECI-RPT-DIMCOEF PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER
               OCCURS 7 TIMES.
           05 BECI-RPT-DIMOBS  PIC 9(5).
           05 BECI-RPT-ZEROVOL PIC 9(5).
