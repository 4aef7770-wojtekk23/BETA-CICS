      *  -----------------------------------------------------------
      *  Portfolio-level beta driver. Reads a holdings file (one
      *  line per position: portfolio id, ticker / price file,
      *  market-value weight in percent, and the market value
      *  itself, which only the BECISTRS stress test reads), runs
      *  each portfolio's constituents as one BETACICS multi-ticker
      *  request against the shared benchmark from the PORTCTL card
      *  - exactly the regressions MULTI-TICKER-PROC already makes -
      *  and rolls the per-ticker results up into a weight-averaged
      *  portfolio beta, alpha and R-squared, with a report line
      *  showing each constituent's contribution. On an excess-
      *  return run the portfolio line also carries the weighted
      *  Jensen's alpha and the portfolio Treynor ratio (Sharpe is
      *  per constituent only - a portfolio volatility needs the
      *  constituent covariances, which the per-ticker results do
      *  not carry).
      *
      *  PORTCTL card (fixed columns): benchmark ticker/file 1-8,
      *  begin 10-17, end 19-26, date mode 28, field selection
      *  30-37, return mode 39-41 (PCT or LOG, or XSP / XLG for the
      *  same returns net of the risk-free rate - which also fills
      *  the Jensen's alpha / Sharpe / Treynor columns), base
      *  currency 43-45 (optional - an ISO code every constituent
      *  and the benchmark are converted into before the
      *  regressions, passed on as BETACICS's BASECCY container;
      *  days without an FX rate drop out of each regression as
      *  NOFXRATE). HOLDFILE must arrive grouped by
      *  portfolio id (sort it in the step ahead); each portfolio
      *  takes up to 10 constituents, the INPUTXLIST ceiling.
      *
           05 CTL-FLDSEL   PIC X(8).
           05 FILLER       PIC X(1).
           05 CTL-RETMODE  PIC X(3).
           05 FILLER       PIC X(1).
           05 CTL-BASECCY  PIC X(3).
           05 FILLER       PIC X(35).

       FD  HOLD-FILE
           RECORDING MODE F
           05 HOLD-TICKER PIC X(8).
           05 FILLER      PIC X(1).
           05 HOLD-WEIGHT PIC X(10).
           05 FILLER      PIC X(1).
           05 HOLD-MKTVAL PIC X(18).
           05 FILLER      PIC X(33).

       FD  SEC-FILE
           RECORDING MODE F
               ==BECI-SEC-SECTOR== BY ==SEC-SECTOR==
               ==BECI-SEC-EXCH==   BY ==SEC-EXCH==
               ==BECI-SEC-BENCH==  BY ==SEC-BENCH==
               ==BECI-SEC-ACTIVE== BY ==SEC-ACTIVE==
               ==BECI-SEC-CCY==    BY ==SEC-CCY==.

       FD  RPT-FILE
           RECORDING MODE F
       01 FIELDSEL-CONT   PIC X(16) VALUE 'FIELDSELECT'.
       01 RETMODE-CONT    PIC X(16) VALUE 'RETURNMODE'.
       01 INPUTXLIST-CONT PIC X(16) VALUE 'INPUTXLIST'.
       01 BASECCY-CONT    PIC X(16) VALUE 'BASECCY'.

      *  -----------------------------------------------------------
      *  Per-ticker result table (see BECIXRES) - one row per
               ==05 BECI-XRES-EXCLCNT== BY ==10 WS-XRES-EXCLCNT==
               ==05 BECI-XRES-STATUS==  BY ==10 WS-XRES-STATUS==
               ==05 BECI-XRES-BLUME==   BY ==10 WS-XRES-BLUME==
               ==05 BECI-XRES-VASICEK== BY ==10 WS-XRES-VASICEK==
               ==05 BECI-XRES-JENSEN==  BY ==10 WS-XRES-JENSEN==
               ==05 BECI-XRES-SHARPE==  BY ==10 WS-XRES-SHARPE==
               ==05 BECI-XRES-TREYNOR== BY ==10 WS-XRES-TREYNOR==
               ==05 BECI-XRES-XSRET==   BY ==10 WS-XRES-XSRET==.
       01 WS-XRES-CNT PIC 9(2).
       01 WS-XRES-SUB PIC 9(2).

           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-CONTRIB     PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
      *  Excess-return aggregates. Jensen's alpha is linear in the
      *  weights like beta; the portfolio Treynor ratio is the
      *  weighted annualized excess return (each constituent's own,
      *  off its result row) over the portfolio beta.
       01 WS-PORT-JENSEN PIC S9(3)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PORT-XSRET  PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PORT-TREYNOR PIC S9(5)V9(12) VALUE +0.000000
           SIGN IS LEADING SEPARATE CHARACTER.

      *  -----------------------------------------------------------
      *  Report layouts.
       01 WS-COL-HEAD.
           05 FILLER PIC X(60) VALUE
               'TICKER   FILE       WEIGHT       BETA        ALPHA'.
           05 FILLER PIC X(31) VALUE
               '        RSQ   CONTRIB    STATUS'.
           05 FILLER PIC X(41) VALUE
               '    JENSEN    SHARPE   TREYNOR'.
       01 WS-DET-LINE.
           05 WS-DET-TICKER PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-CONTR  PIC +9(3).9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-STATUS PIC X(8).
           05 FILLER        PIC X(10) VALUE SPACES.
           05 WS-DET-JENSEN PIC +9(3).9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-SHARPE PIC +9(3).9(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-TREYNOR PIC +9(5).9(2).
           05 FILLER        PIC X(11) VALUE SPACES.
       01 WS-TOT-LINE.
           05 FILLER PIC X(18) VALUE 'PORTFOLIO TOTALS  '.
           05 FILLER PIC X(8)  VALUE 'WGT SUM '.
           05 WS-TOT-ALPHA PIC +9(3).9(6).
           05 FILLER PIC X(6)  VALUE '  RSQ '.
           05 WS-TOT-RSQ   PIC +9.9(6).
           05 FILLER PIC X(9)  VALUE '  JENSEN '.
           05 WS-TOT-JENSEN PIC +9(3).9(4).
           05 FILLER PIC X(10) VALUE '  TREYNOR '.
           05 WS-TOT-TREYNOR PIC +9(5).9(2).
           05 FILLER PIC X(8)  VALUE SPACES.
       01 WS-FAIL-LINE.
           05 FILLER PIC X(20) VALUE 'PORTFOLIO FAILED -  '.
           05 WS-FAIL-TEXT PIC X(8).
                   END-EXEC
               END-IF
               IF CTL-RETMODE = 'PCT' OR CTL-RETMODE = 'LOG'
                  OR CTL-RETMODE = 'XSP' OR CTL-RETMODE = 'XLG'
                   MOVE LENGTH OF CTL-RETMODE TO INPUTLENGTH
                   EXEC CICS PUT CONTAINER(RETMODE-CONT)
                       CHANNEL(WS-CHANNEL)
                       RESP(RESPCODE)
                   END-EXEC
               END-IF
               IF CTL-BASECCY NOT = SPACES
                   MOVE LENGTH OF CTL-BASECCY TO INPUTLENGTH
                   EXEC CICS PUT CONTAINER(BASECCY-CONT)
                       CHANNEL(WS-CHANNEL)
                       FROM(CTL-BASECCY)
                       FLENGTH(INPUTLENGTH)
                       CHAR
                       RESP(RESPCODE)
                   END-EXEC
               END-IF

               EXEC CICS LINK PROGRAM('BETACICS')
                   CHANNEL(WS-CHANNEL)
           MOVE 0 TO WS-PORT-BETA.
           MOVE 0 TO WS-PORT-ALPHA.
           MOVE 0 TO WS-PORT-RSQ.
           MOVE 0 TO WS-PORT-JENSEN.
           MOVE 0 TO WS-PORT-XSRET.
           PERFORM PRINT-CONSTITUENT-ROWS.
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CON-CNT
                   + WS-WGT-FRAC * WS-XRES-ALPHA(WS-CON-SUB)
               COMPUTE WS-PORT-RSQ = WS-PORT-RSQ
                   + WS-WGT-FRAC * WS-XRES-RSQ(WS-CON-SUB)
               COMPUTE WS-PORT-JENSEN = WS-PORT-JENSEN
                   + WS-WGT-FRAC * WS-XRES-JENSEN(WS-CON-SUB)
               COMPUTE WS-PORT-XSRET = WS-PORT-XSRET
                   + WS-WGT-FRAC * WS-XRES-XSRET(WS-CON-SUB)
           END-PERFORM.
           IF WS-PORT-BETA = 0
               MOVE 0 TO WS-PORT-TREYNOR
           ELSE
               COMPUTE WS-PORT-TREYNOR = WS-PORT-XSRET / WS-PORT-BETA
           END-IF.
           MOVE WS-WGT-SUM   TO WS-TOT-WGT.
           MOVE WS-PORT-BETA TO WS-TOT-BETA.
           MOVE WS-PORT-ALPHA TO WS-TOT-ALPHA.
           MOVE WS-PORT-RSQ  TO WS-TOT-RSQ.
           MOVE WS-PORT-JENSEN TO WS-TOT-JENSEN.
           MOVE WS-PORT-TREYNOR TO WS-TOT-TREYNOR.
           MOVE WS-TOT-LINE TO RPT-LINE.
           WRITE RPT-LINE.

                       * WS-XRES-BETA(WS-CON-SUB)
                   MOVE WS-CONTRIB TO WS-DET-CONTR
                   MOVE WS-XRES-STATUS(WS-CON-SUB) TO WS-DET-STATUS
                   MOVE WS-XRES-JENSEN(WS-CON-SUB)  TO WS-DET-JENSEN
                   MOVE WS-XRES-SHARPE(WS-CON-SUB)  TO WS-DET-SHARPE
                   MOVE WS-XRES-TREYNOR(WS-CON-SUB) TO WS-DET-TREYNOR
               ELSE
                   MOVE 0 TO WS-DET-BETA
                   MOVE 0 TO WS-DET-ALPHA
                   MOVE 0 TO WS-DET-RSQ
                   MOVE 0 TO WS-DET-CONTR
                   MOVE SPACES TO WS-DET-STATUS
                   MOVE 0 TO WS-DET-JENSEN
                   MOVE 0 TO WS-DET-SHARPE
                   MOVE 0 TO WS-DET-TREYNOR
               END-IF
               MOVE WS-DET-LINE TO RPT-LINE
               WRITE RPT-LINE
