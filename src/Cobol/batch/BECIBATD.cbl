      *  line via EXCI, and writes one consolidated report row per
      *  result (see BECIRPT - the full regression readout, not just
      *  the beta). Any DQLISTDATA exclusion detail a request brings
      *  back goes to its own report dataset, pair-stamped, and so
      *  do the days a residual-diagnostics request flags as beyond
      *  its sigma threshold (see BECIRDG, DD OUTLFILE) - each with
      *  the full-sample beta and, on a refit request, the beta
      *  without the flagged days, so the morning review sees
      *  which prints moved a beta and by how much.
      *
      *  Every security a control line names may be a real ticker
      *  symbol instead of a raw BECIIN file name - it is resolved
      *  A control line with an X list runs multi-ticker: OUTPUTDATA
      *  comes back as the BECIXRES table and each ticker gets its
      *  own report row (that row carries no observation count - the
      *  per-ticker result record does not include one). A line
      *  with a Dimson lead/lag count gets the BECISTA4 readout and
      *  one row carrying both the ordinary and the Dimson beta
      *  (capture mode gives way to it on the same line). A line with
      *  a second-factor file runs the two-factor fit: OUTPUTDATA is
      *  the BECISTA2 record and two rows are written, the factor-1
      *  row with status OK and a factor-2 row (X file = the sector
           SELECT DQR-FILE ASSIGN TO DQRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DQR-STATUS.
           SELECT OUTL-FILE ASSIGN TO OUTLFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUTL-STATUS.
           SELECT SEC-FILE ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               ==BECI-CTL-XLIST==    BY ==CTL-XLIST==
               ==BECI-CTL-XLENT==    BY ==CTL-XLENT==
               ==BECI-CTL-CAPMODE==  BY ==CTL-CAPMODE==
               ==BECI-CTL-ADJMODE==  BY ==CTL-ADJMODE==
               ==BECI-CTL-BASECCY==  BY ==CTL-BASECCY==
               ==BECI-CTL-DIMLAGS==  BY ==CTL-DIMLAGS==
               ==BECI-CTL-RESSIGMA== BY ==CTL-RESSIGMA==
               ==BECI-CTL-REFIT==    BY ==CTL-REFIT==.

       FD  RPT-FILE
           RECORDING MODE F
               ==BECI-RPT-YVOL==    BY ==RPT-YVOL==
               ==BECI-RPT-TRKERR==  BY ==RPT-TRKERR==
               ==BECI-RPT-BLUME==   BY ==RPT-BLUME==
               ==BECI-RPT-VASICEK== BY ==RPT-VASICEK==
               ==BECI-RPT-JENSEN==  BY ==RPT-JENSEN==
               ==BECI-RPT-SHARPE==  BY ==RPT-SHARPE==
               ==BECI-RPT-TREYNOR== BY ==RPT-TREYNOR==
               ==BECI-RPT-DIMBETA== BY ==RPT-DIMBETA==
               ==BECI-RPT-DIMLAGS== BY ==RPT-DIMLAGS==
               ==BECI-RPT-DIMCOEF== BY ==RPT-DIMCOEF==
               ==BECI-RPT-DIMOBS==  BY ==RPT-DIMOBS==
               ==BECI-RPT-ZEROVOL== BY ==RPT-ZEROVOL==.

       FD  DQR-FILE
           RECORDING MODE F
               ==05 BECI-DQ-REASON== BY ==10 DQR-REASON==.
           05 FILLER    PIC X(2).

       FD  OUTL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  OUTL-RECORD.
           05 OUTL-XFILE PIC X(8).
           05 OUTL-YFILE PIC X(8).
           COPY BECIRDG REPLACING
               ==01 BECI-RDG-REC==    BY ==05 OUTL-DETAIL==
               ==05 BECI-RDG-KEY==    BY ==10 OUTL-KEY==
               ==05 BECI-RDG-DATE==   BY ==10 OUTL-DATE==
               ==05 BECI-RDG-ACTUAL== BY ==10 OUTL-ACTUAL==
               ==05 BECI-RDG-FITTED== BY ==10 OUTL-FITTED==
               ==05 BECI-RDG-STDRES== BY ==10 OUTL-STDRES==
               ==05 BECI-RDG-FLAG==   BY ==10 OUTL-FLAG==.
           05 OUTL-BETA   PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 OUTL-RFBETA PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER      PIC X(6).

       FD  SEC-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
               ==BECI-SEC-SECTOR== BY ==SEC-SECTOR==
               ==BECI-SEC-EXCH==   BY ==SEC-EXCH==
               ==BECI-SEC-BENCH==  BY ==SEC-BENCH==
               ==BECI-SEC-ACTIVE== BY ==SEC-ACTIVE==
               ==BECI-SEC-CCY==    BY ==SEC-CCY==.

       FD  RST-FILE
           RECORDING MODE F
       01 WS-CTL-STATUS PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS PIC X(2) VALUE '00'.
       01 WS-DQR-STATUS PIC X(2) VALUE '00'.
       01 WS-OUTL-STATUS PIC X(2) VALUE '00'.
       01 WS-SEC-STATUS PIC X(2) VALUE '00'.
       01 WS-CTL-EOF   PIC X(1) VALUE 'N'.
       01 WS-LINE-SEQ  PIC 9(4) VALUE 0.
       01 WS-XLIST-MODE PIC X(1) VALUE 'N'.
       01 WS-X2-MODE    PIC X(1) VALUE 'N'.
       01 WS-CAP-MODE   PIC X(1) VALUE 'N'.
       01 WS-DIM-MODE   PIC X(1) VALUE 'N'.
       01 WS-DIAG-MODE  PIC X(1) VALUE 'N'.
       01 WS-DIM-SUB    PIC 9(1).
       01 WS-XRES-SUB   PIC 9(2).
       01 WS-XRES-CNT   PIC 9(2).
       01 WS-EXCL-SUB   PIC 9(4).
       01 WS-EXCL-CNT   PIC 9(4).
       01 WS-RFLAG-SUB  PIC 9(4).
       01 WS-RFLAG-CNT  PIC 9(4).

      *  -----------------------------------------------------------
      *  Security-master resolution (see BECISEC). Every security
       01 INPUTXLIST-CONT PIC X(16) VALUE 'INPUTXLIST'.
       01 CAPMODE-CONT    PIC X(16) VALUE 'CAPMODE'.
       01 ADJMODE-CONT    PIC X(16) VALUE 'ADJMODE'.
       01 BASECCY-CONT    PIC X(16) VALUE 'BASECCY'.
       01 DIMSON-CONT     PIC X(16) VALUE 'DIMSON'.
       01 RESIDSIG-CONT   PIC X(16) VALUE 'RESIDSIGMA'.
       01 OUTLFIT-CONT    PIC X(16) VALUE 'OUTLIERFIT'.
       01 RESIDSTAT-CONT  PIC X(16) VALUE 'RESIDSTATS'.
       01 RESIDFLAG-CONT  PIC X(16) VALUE 'RESIDFLAG'.

      *  -----------------------------------------------------------
      *  Full regression readout GET back from OUTPUTDATA - see
           ==BECI-OBS-COUNT==  BY ==WS-IN-OBSCNT==
           ==BECI-EXCL-COUNT== BY ==WS-IN-EXCLCNT==
           ==BECI-BLUME==      BY ==WS-IN-BLUME==
           ==BECI-VASICEK==    BY ==WS-IN-VASICEK==
           ==BECI-JENSEN==     BY ==WS-IN-JENSEN==
           ==BECI-SHARPE==     BY ==WS-IN-SHARPE==
           ==BECI-TREYNOR==    BY ==WS-IN-TREYNOR==.

      *  -----------------------------------------------------------
      *  Two-factor readout (see BECISTA2), returned instead of the
           ==BECI-ST3-CORR==    BY ==WS-IN3-CORR==
           ==BECI-ST3-TRKERR==  BY ==WS-IN3-TRKERR==
           ==BECI-ST3-BLUME==   BY ==WS-IN3-BLUME==
           ==BECI-ST3-VASICEK== BY ==WS-IN3-VASICEK==
           ==BECI-ST3-JENSEN==  BY ==WS-IN3-JENSEN==
           ==BECI-ST3-SHARPE==  BY ==WS-IN3-SHARPE==
           ==BECI-ST3-TREYNOR== BY ==WS-IN3-TREYNOR==.

      *  -----------------------------------------------------------
      *  Dimson-mode readout (see BECISTA4), returned instead of the
      *  BECISTAT record when the request armed the Dimson fit.
      *  -----------------------------------------------------------
       COPY BECISTA4 REPLACING
           ==BECI-STAT4-OUT==    BY ==WS-STAT4-IN==
           ==BECI-ST4-BETA==     BY ==WS-IN4-BETA==
           ==BECI-ST4-ALPHA==    BY ==WS-IN4-ALPHA==
           ==BECI-ST4-RSQ==      BY ==WS-IN4-RSQ==
           ==BECI-ST4-STDERR==   BY ==WS-IN4-STDERR==
           ==BECI-ST4-OBSCNT==   BY ==WS-IN4-OBSCNT==
           ==BECI-ST4-EXCLCNT==  BY ==WS-IN4-EXCLCNT==
           ==BECI-ST4-DIMBETA==  BY ==WS-IN4-DIMBETA==
           ==BECI-ST4-DIMALPHA== BY ==WS-IN4-DIMALPHA==
           ==BECI-ST4-DIMRSQ==   BY ==WS-IN4-DIMRSQ==
           ==BECI-ST4-DIMSE==    BY ==WS-IN4-DIMSE==
           ==BECI-ST4-DIMOBS==   BY ==WS-IN4-DIMOBS==
           ==BECI-ST4-LAGS==     BY ==WS-IN4-LAGS==
           ==BECI-ST4-COEF==     BY ==WS-IN4-COEF==
           ==BECI-ST4-ZEROVOL==  BY ==WS-IN4-ZEROVOL==
           ==BECI-ST4-BLUME==    BY ==WS-IN4-BLUME==
           ==BECI-ST4-VASICEK==  BY ==WS-IN4-VASICEK==
           ==BECI-ST4-JENSEN==   BY ==WS-IN4-JENSEN==
           ==BECI-ST4-SHARPE==   BY ==WS-IN4-SHARPE==
           ==BECI-ST4-TREYNOR==  BY ==WS-IN4-TREYNOR==.

      *  -----------------------------------------------------------
      *  Per-ticker result table (see BECIXRES), returned on
               ==05 BECI-XRES-EXCLCNT== BY ==10 WS-XRES-EXCLCNT==
               ==05 BECI-XRES-STATUS==  BY ==10 WS-XRES-STATUS==
               ==05 BECI-XRES-BLUME==   BY ==10 WS-XRES-BLUME==
               ==05 BECI-XRES-VASICEK== BY ==10 WS-XRES-VASICEK==
               ==05 BECI-XRES-JENSEN==  BY ==10 WS-XRES-JENSEN==
               ==05 BECI-XRES-SHARPE==  BY ==10 WS-XRES-SHARPE==
               ==05 BECI-XRES-TREYNOR== BY ==10 WS-XRES-TREYNOR==
               ==05 BECI-XRES-XSRET==   BY ==10 WS-XRES-XSRET==.

      *  -----------------------------------------------------------
      *  DQLISTDATA exclusion table (see BECIDQ) - same 500-entry
               ==05 BECI-DQ-SIDE==   BY ==10 WS-EXCL-SIDE==
               ==05 BECI-DQ-REASON== BY ==10 WS-EXCL-REASON==.

      *  -----------------------------------------------------------
      *  Residual-diagnostics summary and flagged-day table (see
      *  BECIRDGS and BECIRDG) - same 500-entry ceiling as the
      *  RESIDFLAG table BETACICS builds.
      *  -----------------------------------------------------------
       COPY BECIRDGS REPLACING
           ==BECI-RDGS-REC==     BY ==WS-RDGS-IN==
           ==BECI-RDGS-SIGMA==   BY ==WS-RDGS-SIGMA==
           ==BECI-RDGS-OBSCNT==  BY ==WS-RDGS-OBSCNT==
           ==BECI-RDGS-DW==      BY ==WS-RDGS-DW==
           ==BECI-RDGS-FLAGCNT== BY ==WS-RDGS-FLAGCNT==
           ==BECI-RDGS-REFIT==   BY ==WS-RDGS-REFIT==
           ==BECI-RDGS-BETA==    BY ==WS-RDGS-BETA==
           ==BECI-RDGS-RFBETA==  BY ==WS-RDGS-RFBETA==
           ==BECI-RDGS-RFALPHA== BY ==WS-RDGS-RFALPHA==
           ==BECI-RDGS-RFRSQ==   BY ==WS-RDGS-RFRSQ==
           ==BECI-RDGS-RFOBS==   BY ==WS-RDGS-RFOBS==.
       01 WS-RFLAG-TABLE.
           COPY BECIRDG REPLACING
               ==01 BECI-RDG-REC==
                   BY ==05 WS-RFLAG-ENTRY OCCURS 500 TIMES==
               ==05 BECI-RDG-KEY==    BY ==10 WS-RFLAG-KEY==
               ==05 BECI-RDG-DATE==   BY ==10 WS-RFLAG-DATE==
               ==05 BECI-RDG-ACTUAL== BY ==10 WS-RFLAG-ACTUAL==
               ==05 BECI-RDG-FITTED== BY ==10 WS-RFLAG-FITTED==
               ==05 BECI-RDG-STDRES== BY ==10 WS-RFLAG-STDRES==
               ==05 BECI-RDG-FLAG==   BY ==10 WS-RFLAG-FLAG==.

       PROCEDURE DIVISION.
       MAIN-PROC.
           OPEN INPUT CTL-FILE.
               STOP RUN
           END-IF.

           IF WS-RERUN = 'Y'
               OPEN EXTEND OUTL-FILE
           ELSE
               OPEN OUTPUT OUTL-FILE
           END-IF.
           IF WS-OUTL-STATUS NOT = '00'
               DISPLAY 'BECIBATD: OUTLFILE OPEN FAILED, STATUS '
                   WS-OUTL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CTL-FILE
               CLOSE RPT-FILE
               CLOSE DQR-FILE
               STOP RUN
           END-IF.

      *  The master is optional equipment - a job without the
      *  SECFILE DD (or a region not yet converted) simply runs
      *  with resolution off and every name taken literally.
           CLOSE CTL-FILE.
           CLOSE RPT-FILE.
           CLOSE DQR-FILE.
           CLOSE OUTL-FILE.
           IF WS-SEC-AVAIL = 'Y'
               CLOSE SEC-FILE
           END-IF.
           MOVE 'N' TO WS-XLIST-MODE.
           MOVE 'N' TO WS-X2-MODE.
           MOVE 'N' TO WS-CAP-MODE.
           MOVE 'N' TO WS-DIM-MODE.
           IF CTL-XLIST NOT = SPACES
               MOVE 'Y' TO WS-XLIST-MODE
           ELSE
              AND WS-XLIST-MODE = 'N' AND WS-X2-MODE = 'N'
               MOVE 'Y' TO WS-CAP-MODE
           END-IF.
      *  Dimson mode is single-pair only in the same way, and takes
      *  the readout over from capture mode when a line asks for
      *  both - BETACICS returns one or the other, never both. Only
      *  a lead/lag count BETACICS accepts (1-3) arms it.
           IF CTL-DIMLAGS >= '1' AND CTL-DIMLAGS <= '3'
              AND WS-XLIST-MODE = 'N' AND WS-X2-MODE = 'N'
               MOVE 'Y' TO WS-DIM-MODE
               MOVE 'N' TO WS-CAP-MODE
           END-IF.
      *  The residual diagnostics are single-pair only too, but come
      *  back in containers of their own, beside whichever readout
      *  the line gets.
           MOVE 'N' TO WS-DIAG-MODE.
           IF CTL-RESSIGMA NOT = SPACES
              AND WS-XLIST-MODE = 'N' AND WS-X2-MODE = 'N'
               MOVE 'Y' TO WS-DIAG-MODE
           END-IF.

           PERFORM RESOLVE-CTL-FILES.
           IF WS-RESOLVE-OK NOT = 'Y'
                           PERFORM DECODE-XLIST-RESULT
                       WHEN WS-X2-MODE = 'Y'
                           PERFORM DECODE-X2-RESULT
                       WHEN WS-DIM-MODE = 'Y'
                           PERFORM DECODE-DIM-RESULT
                       WHEN WS-CAP-MODE = 'Y'
                           PERFORM DECODE-CAP-RESULT
                       WHEN OTHER
               END-IF
           END-IF.

           IF WS-CTL-PUT-OK = 'Y' AND CTL-BASECCY NOT = SPACES
               MOVE LENGTH OF CTL-BASECCY TO INPUTLENGTH
               EXEC CICS PUT CONTAINER(BASECCY-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(CTL-BASECCY)
                   FLENGTH(INPUTLENGTH)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE NOT = 0
                   MOVE 'N' TO WS-CTL-PUT-OK
               END-IF
           END-IF.

           IF WS-CTL-PUT-OK = 'Y' AND WS-DIM-MODE = 'Y'
               MOVE LENGTH OF CTL-DIMLAGS TO INPUTLENGTH
               EXEC CICS PUT CONTAINER(DIMSON-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(CTL-DIMLAGS)
                   FLENGTH(INPUTLENGTH)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE NOT = 0
                   MOVE 'N' TO WS-CTL-PUT-OK
               END-IF
           END-IF.

           IF WS-CTL-PUT-OK = 'Y' AND WS-DIAG-MODE = 'Y'
               MOVE LENGTH OF CTL-RESSIGMA TO INPUTLENGTH
               EXEC CICS PUT CONTAINER(RESIDSIG-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(CTL-RESSIGMA)
                   FLENGTH(INPUTLENGTH)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE NOT = 0
                   MOVE 'N' TO WS-CTL-PUT-OK
               END-IF
           END-IF.

           IF WS-CTL-PUT-OK = 'Y' AND WS-DIAG-MODE = 'Y'
              AND CTL-REFIT = 'Y'
               MOVE LENGTH OF CTL-REFIT TO INPUTLENGTH
               EXEC CICS PUT CONTAINER(OUTLFIT-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(CTL-REFIT)
                   FLENGTH(INPUTLENGTH)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE NOT = 0
                   MOVE 'N' TO WS-CTL-PUT-OK
               END-IF
           END-IF.

       INIT-RPT-ROW.
           MOVE SPACES TO RPT-RECORD.
           MOVE CTL-YFILE TO RPT-YFILE.
           MOVE 0 TO RPT-TRKERR.
           MOVE 0 TO RPT-BLUME.
           MOVE 0 TO RPT-VASICEK.
           MOVE 0 TO RPT-JENSEN.
           MOVE 0 TO RPT-SHARPE.
           MOVE 0 TO RPT-TREYNOR.
           MOVE 0 TO RPT-DIMBETA.
           MOVE 0 TO RPT-DIMLAGS.
           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1 UNTIL WS-DIM-SUB > 7
               MOVE 0 TO RPT-DIMCOEF(WS-DIM-SUB)
           END-PERFORM.
           MOVE 0 TO RPT-DIMOBS.
           MOVE 0 TO RPT-ZEROVOL.

      *  -----------------------------------------------------------
      *  Single-pair result: the full BECISTAT record, or BETACICS's
                   MOVE WS-IN-EXCLCNT TO RPT-EXCLCNT
                   MOVE WS-IN-BLUME   TO RPT-BLUME
                   MOVE WS-IN-VASICEK TO RPT-VASICEK
                   MOVE WS-IN-JENSEN  TO RPT-JENSEN
                   MOVE WS-IN-SHARPE  TO RPT-SHARPE
                   MOVE WS-IN-TREYNOR TO RPT-TREYNOR
                   MOVE 'OK' TO RPT-STATUS
               WHEN INPUTLENGTH = 8
                   MOVE WS-STATS-IN(1:8) TO RPT-STATUS
           END-EVALUATE.
           WRITE RPT-RECORD.
           PERFORM WRITE-EXCLUSION-ROWS.
           IF WS-DIAG-MODE = 'Y'
               PERFORM WRITE-OUTLIER-ROWS
           END-IF.

      *  -----------------------------------------------------------
      *  Capture-mode result: the BECISTA3 record fills the ordinary
                   MOVE WS-IN3-TRKERR  TO RPT-TRKERR
                   MOVE WS-IN3-BLUME   TO RPT-BLUME
                   MOVE WS-IN3-VASICEK TO RPT-VASICEK
                   MOVE WS-IN3-JENSEN  TO RPT-JENSEN
                   MOVE WS-IN3-SHARPE  TO RPT-SHARPE
                   MOVE WS-IN3-TREYNOR TO RPT-TREYNOR
                   MOVE 'OK' TO RPT-STATUS
               WHEN INPUTLENGTH = 8
                   MOVE WS-STAT3-IN(1:8) TO RPT-STATUS
           END-EVALUATE.
           WRITE RPT-RECORD.
           PERFORM WRITE-EXCLUSION-ROWS.
           IF WS-DIAG-MODE = 'Y'
               PERFORM WRITE-OUTLIER-ROWS
           END-IF.

      *  -----------------------------------------------------------
      *  Dimson-mode result: the BECISTA4 record fills the ordinary
      *  readout columns plus the Dimson columns of the same row, so
      *  the contemporaneous beta and the Dimson beta sit side by
      *  side for the book.
      *  -----------------------------------------------------------
       DECODE-DIM-RESULT.
           PERFORM INIT-RPT-ROW.
           MOVE CTL-XFILE TO RPT-XFILE.
           MOVE LENGTH OF WS-STAT4-IN TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(OUTPUT-CONT)
               CHANNEL(WS-CHANNEL)
               INTO(WS-STAT4-IN)
               FLENGTH(INPUTLENGTH)
               RESP(RESPCODE)
           END-EXEC.
           EVALUATE TRUE
               WHEN RESPCODE NOT = 0
                   MOVE 'GETERR' TO RPT-STATUS
               WHEN INPUTLENGTH = LENGTH OF WS-STAT4-IN
                   MOVE WS-IN4-BETA    TO RPT-BETA
                   MOVE WS-IN4-ALPHA   TO RPT-ALPHA
                   MOVE WS-IN4-RSQ     TO RPT-RSQ
                   MOVE WS-IN4-STDERR  TO RPT-STDERR
                   MOVE WS-IN4-OBSCNT  TO RPT-OBSCNT
                   MOVE WS-IN4-EXCLCNT TO RPT-EXCLCNT
                   MOVE WS-IN4-BLUME   TO RPT-BLUME
                   MOVE WS-IN4-VASICEK TO RPT-VASICEK
                   MOVE WS-IN4-JENSEN  TO RPT-JENSEN
                   MOVE WS-IN4-SHARPE  TO RPT-SHARPE
                   MOVE WS-IN4-TREYNOR TO RPT-TREYNOR
                   MOVE WS-IN4-DIMBETA TO RPT-DIMBETA
                   MOVE WS-IN4-LAGS    TO RPT-DIMLAGS
                   PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                           UNTIL WS-DIM-SUB > 7
                       MOVE WS-IN4-COEF(WS-DIM-SUB)
                           TO RPT-DIMCOEF(WS-DIM-SUB)
                   END-PERFORM
                   MOVE WS-IN4-DIMOBS  TO RPT-DIMOBS
                   MOVE WS-IN4-ZEROVOL TO RPT-ZEROVOL
                   MOVE 'OK' TO RPT-STATUS
               WHEN INPUTLENGTH = 8
                   MOVE WS-STAT4-IN(1:8) TO RPT-STATUS
               WHEN OTHER
                   MOVE 'GETERR' TO RPT-STATUS
           END-EVALUATE.
           WRITE RPT-RECORD.
           PERFORM WRITE-EXCLUSION-ROWS.
           IF WS-DIAG-MODE = 'Y'
               PERFORM WRITE-OUTLIER-ROWS
           END-IF.

      *  -----------------------------------------------------------
      *  Two-factor result: the BECISTA2 record becomes two rows -
                           TO RPT-BLUME
                       MOVE WS-XRES-VASICEK(WS-XRES-SUB)
                           TO RPT-VASICEK
                       MOVE WS-XRES-JENSEN(WS-XRES-SUB)
                           TO RPT-JENSEN
                       MOVE WS-XRES-SHARPE(WS-XRES-SUB)
                           TO RPT-SHARPE
                       MOVE WS-XRES-TREYNOR(WS-XRES-SUB)
                           TO RPT-TREYNOR
                       MOVE WS-XRES-STATUS(WS-XRES-SUB)
                           TO RPT-STATUS
                       WRITE RPT-RECORD
                   END-WRITE
               END-PERFORM
           END-IF.

      *  -----------------------------------------------------------
      *  The flagged days of a residual-diagnostics request, one row
      *  each, stamped with the pair and with the betas from the
      *  RESIDSTATS summary. Both containers are optional output - a
      *  failed run never builds them, and a run that flagged
      *  nothing builds no RESIDFLAG - so absence writes no rows.
      *  -----------------------------------------------------------
       WRITE-OUTLIER-ROWS.
           MOVE LENGTH OF WS-RDGS-IN TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(RESIDSTAT-CONT)
               CHANNEL(WS-CHANNEL)
               INTO(WS-RDGS-IN)
               FLENGTH(INPUTLENGTH)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = 0
              AND INPUTLENGTH = LENGTH OF WS-RDGS-IN
               MOVE LENGTH OF WS-RFLAG-TABLE TO INPUTLENGTH
               EXEC CICS GET CONTAINER(RESIDFLAG-CONT)
                   CHANNEL(WS-CHANNEL)
                   INTO(WS-RFLAG-TABLE)
                   FLENGTH(INPUTLENGTH)
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = 0
                   COMPUTE WS-RFLAG-CNT =
                       INPUTLENGTH / LENGTH OF WS-RFLAG-ENTRY(1)
                   PERFORM VARYING WS-RFLAG-SUB FROM 1 BY 1
                           UNTIL WS-RFLAG-SUB > WS-RFLAG-CNT
                       MOVE SPACES TO OUTL-RECORD
                       MOVE CTL-XFILE TO OUTL-XFILE
                       MOVE CTL-YFILE TO OUTL-YFILE
                       MOVE WS-RFLAG-ENTRY(WS-RFLAG-SUB)
                           TO OUTL-DETAIL
                       MOVE WS-RDGS-BETA   TO OUTL-BETA
                       MOVE WS-RDGS-RFBETA TO OUTL-RFBETA
                       WRITE OUTL-RECORD
                       END-WRITE
                   END-PERFORM
               END-IF
           END-IF.
