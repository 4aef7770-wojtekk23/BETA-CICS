      *  -----------------------------------------------------------
      *  BECIRDGS - residual-diagnostics summary returned as the
      *  RESIDSTATS container when RESIDSIGMA armed the diagnostics
      *  pass (see BECIRDG for the per-observation rows). Carries
      *  the threshold used, the observations examined, the
      *  Durbin-Watson statistic of the residual series in range
      *  order (near 2 for no serial correlation, toward 0 for
      *  positive, toward 4 for negative), and the count beyond the
      *  threshold. When OUTLIERFIT was 'Y' the refit flag is 'Y'
      *  and the refit fields hold the same regression with the
      *  flagged observations left out, beside the full-sample beta
      *  for comparison; otherwise the refit flag is 'N' and they
      *  are zero. With nothing flagged the refit is the full fit.
      *  -----------------------------------------------------------
       01 BECI-RDGS-REC.
           05 BECI-RDGS-SIGMA   PIC 9(2)V9(2).
           05 BECI-RDGS-OBSCNT  PIC 9(5).
           05 BECI-RDGS-DW      PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDGS-FLAGCNT PIC 9(5).
           05 BECI-RDGS-REFIT   PIC X(1).
           05 BECI-RDGS-BETA    PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDGS-RFBETA  PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDGS-RFALPHA PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDGS-RFRSQ   PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDGS-RFOBS   PIC 9(5).
