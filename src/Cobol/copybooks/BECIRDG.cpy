      *  -----------------------------------------------------------
      *  BECIRDG - one observation of a single-pair run's residual
      *  diagnostics (RESIDSIGMA container armed). The actual Y, the
      *  Y the full-sample fit predicts for that day's X (alpha +
      *  beta * X), and the residual between them divided by the
      *  fit's standard error. The flag is 'Y' when the absolute
      *  standardized residual is beyond the caller's sigma
      *  threshold. Every included observation is written to a TS
      *  queue named 'E' plus the first 15 bytes of CHANNELNAME (see
      *  BECIPROG.cbl); the flagged ones alone are also returned as
      *  the RESIDFLAG container table, capped at 500 entries like
      *  DQLISTDATA. In returns mode the values are the one-period
      *  returns the fit used, dated by the observation's own day.
      *  -----------------------------------------------------------
       01 BECI-RDG-REC.
           05 BECI-RDG-KEY      PIC 9(5).
           05 BECI-RDG-DATE     PIC 9(8).
           05 BECI-RDG-ACTUAL   PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDG-FITTED   PIC S9(5)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDG-STDRES   PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 BECI-RDG-FLAG     PIC X(1).
