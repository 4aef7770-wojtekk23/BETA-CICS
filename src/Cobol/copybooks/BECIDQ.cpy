      *  data-quality pass (reasons NONNUM/NEGATIVE/ZERO) and
      *  READ-RECORD's calendar reconciliation mode (reasons
      *  NOTFND/DATEMIS, for a record missing on one side or a
      *  holiday-calendar mismatch between the X and Y files). An
      *  excess-return run (RETURNMODE XSP/XLG) adds NORFRATE, side
      *  B, for a trade date with no rate on the BECIRFR dataset. A
      *  base-currency run (BASECCY) adds NOFXRATE, on the side whose
      *  leg had no BECIFXR rate for its own trade date (X, Y or 2),
      *  and FXSIZE on the side whose converted price level would
      *  not fit the statistics' level fields (a high-unit base
      *  such as JPY or KRW against a high-priced listing).
      *  A single-pair run with OUTLIERFIT 'Y' adds OUTLIER, side B,
      *  for each observation the residual diagnostics flagged and
      *  the refit left out - those stay in the primary fit, so
      *  they are listed here but never counted as exclusions.
      *  -----------------------------------------------------------
       01 BECI-DQ-REC.
           05 BECI-DQ-KEY      PIC 9(5).
