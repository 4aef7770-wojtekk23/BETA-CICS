      *  containers BECIBATD and the other callers use, LINKs to
      *  BETACICS, and shows the full beta / alpha / R-squared /
      *  stderr / observation / exclusion readout on the same
      *  screen - plus Jensen's alpha, Sharpe and Treynor when the
      *  return mode is XSP or XLG (returns net of the risk-free
      *  rate). A BASE CCY converts both legs into that currency at
      *  the BECIFXR daily rates first; days with no rate show in
      *  the exclusion detail as NOFXRATE. DIMSON LAGS (1-3) adds
      *  the Dimson lead/lag fit for thinly traded names: the
      *  summed Dimson beta, its coefficients from lag -K to lead
      *  +K, the observations it used and the zero-volume Y days in
      *  the range (BECISTA4 - it replaces the CAP readout when both
      *  are asked for). RESID SIGMA arms the residual diagnostics
      *  on the same fit: the Durbin-Watson statistic and the count
      *  of standardized residuals beyond that many standard errors,
      *  and REFIT Y adds the beta refitted without them (the
      *  flagged days then list in the exclusion detail as
      *  OUTLIER). PF5 pages through the
      *  DQLISTDATA exclusion detail on BECIM2 (PF7/PF8 to page,
      *  PF12 back to the request).
      *
      *  A long request need not hold the terminal: PF10 makes the
      *  same checks as ENTER, writes the request QUEUED to the keyed
      *  request file BECIREQ (see BECIREQ) and STARTs transaction
      *  BINB, answering at once with the request number. BINB is
      *  this program again, with no terminal - it runs the stored
      *  request exactly as ENTER would and files the outcome (DONE
      *  or FAILED) with its readout and exclusion table. PF6 lists
      *  the signed-on user's requests with their status on BECIM3;
      *  keying a finished one's number there opens it on BECIM1,
      *  PF5 detail and all. Requests are kept WS-REQ-KEEP-DAYS.
      *
      *  Pseudo-conversational: the exclusion table and screen state
      *  ride the COMMAREA between tasks, since both the channel and
       01 WINDOW-CONT   PIC X(16) VALUE 'WINDOWSIZE'.
       01 CAPMODE-CONT  PIC X(16) VALUE 'CAPMODE'.
       01 ADJMODE-CONT  PIC X(16) VALUE 'ADJMODE'.
       01 RETMODE-CONT  PIC X(16) VALUE 'RETURNMODE'.
       01 BASECCY-CONT  PIC X(16) VALUE 'BASECCY'.
       01 DIMSON-CONT   PIC X(16) VALUE 'DIMSON'.
       01 RESIDSIG-CONT PIC X(16) VALUE 'RESIDSIGMA'.
       01 OUTLFIT-CONT  PIC X(16) VALUE 'OUTLIERFIT'.
       01 RESIDSTAT-CONT PIC X(16) VALUE 'RESIDSTATS'.

       01 RESPCODE      PIC S9(8) COMP-4 VALUE 0.
       01 INPUTLENGTH   PIC S9(8) COMP-4.
           ==BECI-SEC-SECTOR== BY ==WS-SEC-SECTOR==
           ==BECI-SEC-EXCH==   BY ==WS-SEC-EXCH==
           ==BECI-SEC-BENCH==  BY ==WS-SEC-BENCH==
           ==BECI-SEC-ACTIVE== BY ==WS-SEC-ACTIVE==
           ==BECI-SEC-CCY==    BY ==WS-SEC-CCY==.
       01 WS-SEC-RECLEN   PIC S9(4) COMP.
       01 WS-RESOLVE-IN   PIC X(8).
       01 WS-RESOLVE-OUT  PIC X(8).
           ==BECI-OBS-COUNT==  BY ==WS-IN-OBSCNT==
           ==BECI-EXCL-COUNT== BY ==WS-IN-EXCLCNT==
           ==BECI-BLUME==      BY ==WS-IN-BLUME==
           ==BECI-VASICEK==    BY ==WS-IN-VASICEK==
           ==BECI-JENSEN==     BY ==WS-IN-JENSEN==
           ==BECI-SHARPE==     BY ==WS-IN-SHARPE==
           ==BECI-TREYNOR==    BY ==WS-IN-TREYNOR==.
      *  -----------------------------------------------------------
      *  Capture-mode readout (see BECISTA3) - what OUTPUTDATA holds
      *  instead of the BECISTAT record when the CAP toggle was 'Y'.
           ==BECI-ST3-CORR==    BY ==WS-IN3-CORR==
           ==BECI-ST3-TRKERR==  BY ==WS-IN3-TRKERR==
           ==BECI-ST3-BLUME==   BY ==WS-IN3-BLUME==
           ==BECI-ST3-VASICEK== BY ==WS-IN3-VASICEK==
           ==BECI-ST3-JENSEN==  BY ==WS-IN3-JENSEN==
           ==BECI-ST3-SHARPE==  BY ==WS-IN3-SHARPE==
           ==BECI-ST3-TREYNOR== BY ==WS-IN3-TREYNOR==.
      *  -----------------------------------------------------------
      *  Dimson-mode readout (see BECISTA4) - what OUTPUTDATA holds
      *  when DIMSON LAGS was keyed; it wins over the CAP toggle.
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
      *  Residual-diagnostics summary (see BECIRDGS) - its own
      *  RESIDSTATS container beside OUTPUTDATA, whichever readout
      *  OUTPUTDATA carries, when RESID SIGMA was keyed.
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
       01 WS-DIAG-REQ   PIC X(1) VALUE 'N'.
       01 WS-SIGMA-OK   PIC X(1).
       01 WS-TEST-SIGMA PIC S9(4) COMP.
       01 WS-CAP-REQ    PIC X(1) VALUE 'N'.
       01 WS-DIM-REQ    PIC X(1) VALUE 'N'.
      *  The coefficient line - lag -K first, lead +K last.
       01 WS-DIM-LINE.
           05 WS-DIM-LINE-ENT OCCURS 7 TIMES.
               10 WS-DIM-LINE-COEF PIC +99.9999.
               10 FILLER           PIC X(1).
       01 WS-DIM-SUB    PIC 9(1).
       01 WS-DIM-SLOT   PIC 9(1).
       01 WS-DIM-LAST   PIC 9(1).
       01 WS-ERROR-IN   PIC X(8).
       01 WS-EDIT-NUM   PIC +999.9(12).
       01 WS-EDIT-VOL   PIC +9(5).9(10).
           05 WS-DET-REASON PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.

      *  -----------------------------------------------------------
      *  Submitted requests (see BECIREQ). PF10 queues the request
      *  on the keyed file BECIREQ and STARTs transaction BINB - this
      *  same program, run without a terminal - with the key; BINB
      *  runs it and leaves the outcome on the record for the
      *  my-requests screen. Records older than WS-REQ-KEEP-DAYS are
      *  swept off the file by each BINB task after its own run.
      *  -----------------------------------------------------------
       01 WS-REQ-FILE      PIC X(8) VALUE 'BECIREQ'.
       01 WS-BG-TRANID     PIC X(4) VALUE 'BINB'.
       01 WS-REQ-KEEP-DAYS PIC 9(3) VALUE 7.
       COPY BECIREQ REPLACING
           ==BECI-REQ-REC==        BY ==WS-REQ-REC==
           ==BECI-REQ-KEY==        BY ==WS-REQ-KEY==
           ==BECI-REQ-USER==       BY ==WS-REQ-USER==
           ==BECI-REQ-NUM==        BY ==WS-REQ-NUM==
           ==BECI-REQ-STATUS==     BY ==WS-REQ-STATUS==
           ==BECI-REQ-TERM==       BY ==WS-REQ-TERM==
           ==BECI-REQ-SUB-DATE==   BY ==WS-REQ-SUB-DATE==
           ==BECI-REQ-SUB-TIME==   BY ==WS-REQ-SUB-TIME==
           ==BECI-REQ-END-DATE==   BY ==WS-REQ-END-DATE==
           ==BECI-REQ-END-TIME==   BY ==WS-REQ-END-TIME==
           ==BECI-REQ-INPUT==      BY ==WS-REQ-INPUT==
           ==BECI-REQ-XFILE==      BY ==WS-REQ-XFILE==
           ==BECI-REQ-YFILE==      BY ==WS-REQ-YFILE==
           ==BECI-REQ-BEGIN==      BY ==WS-REQ-BEGIN==
           ==BECI-REQ-END==        BY ==WS-REQ-END==
           ==BECI-REQ-DATEMD==     BY ==WS-REQ-DATEMD==
           ==BECI-REQ-DIMLAG==     BY ==WS-REQ-DIMLAG==
           ==BECI-REQ-SIGMA==      BY ==WS-REQ-SIGMA==
           ==BECI-REQ-REFIT==      BY ==WS-REQ-REFIT==
           ==BECI-REQ-FLDSEL==     BY ==WS-REQ-FLDSEL==
           ==BECI-REQ-RECON==      BY ==WS-REQ-RECON==
           ==BECI-REQ-DQMODE==     BY ==WS-REQ-DQMODE==
           ==BECI-REQ-DQACT==      BY ==WS-REQ-DQACT==
           ==BECI-REQ-ROLLMD==     BY ==WS-REQ-ROLLMD==
           ==BECI-REQ-WINDOW==     BY ==WS-REQ-WINDOW==
           ==BECI-REQ-CAPMD==      BY ==WS-REQ-CAPMD==
           ==BECI-REQ-ADJMD==      BY ==WS-REQ-ADJMD==
           ==BECI-REQ-RETMD==      BY ==WS-REQ-RETMD==
           ==BECI-REQ-BASECC==     BY ==WS-REQ-BASECC==
           ==BECI-REQ-MSG==        BY ==WS-REQ-MSG==
           ==BECI-REQ-KIND==       BY ==WS-REQ-KIND==
           ==BECI-REQ-RESULT==     BY ==WS-REQ-RESULT==
           ==BECI-REQ-RDGS-SET==   BY ==WS-REQ-RDGS-SET==
           ==BECI-REQ-RDGS==       BY ==WS-REQ-RDGS==
           ==BECI-REQ-EXCL-CNT==   BY ==WS-REQ-EXCL-CNT==
           ==BECI-REQ-EXCL-TABLE== BY ==WS-REQ-EXCL-TABLE==.
       01 WS-REQ-RECLEN    PIC S9(4) COMP.
       01 WS-RETR-LEN      PIC S9(4) COMP.
       01 WS-BG-KEY        PIC X(15).
       01 WS-USERID        PIC X(8).
       01 WS-REQ-LAST-NUM  PIC 9(7).
       01 WS-REQ-WRITTEN   PIC X(1).
       01 WS-REQ-OK        PIC X(1).
       01 WS-RESULT-OK     PIC X(1) VALUE 'N'.
       01 WS-RDGS-GOT      PIC X(1) VALUE 'N'.
       01 WS-BROWSE-DONE   PIC X(1).
       01 WS-TASK-NUM      PIC 9(7).
       01 WS-ABCODE        PIC X(4).
       01 WS-ABSTIME       PIC S9(15) COMP-3.
       01 WS-NOW-DATE      PIC X(8).
       01 WS-NOW-DATE-N REDEFINES WS-NOW-DATE PIC 9(8).
       01 WS-NOW-TIME      PIC X(6).
       01 WS-EDIT-REQNUM   PIC 9(7).

      *  -----------------------------------------------------------
      *  My-requests list (BECIM3): newest request first, 12 to a
      *  page. The list is re-read from the file on every page so a
      *  request's status is always current.
      *  -----------------------------------------------------------
       01 WS-LIST-CNT      PIC 9(5).
       01 WS-LIST-SEQ      PIC 9(5).
       01 WS-LIST-HIGH     PIC S9(5).
       01 WS-LIST-LOW      PIC S9(5).
       01 WS-LIST-MSG      PIC X(40).
       01 WS-LIST-HDR.
           05 FILLER       PIC X(23) VALUE 'REQ NO  SUBMITTED      '.
           05 FILLER       PIC X(27)
               VALUE 'STATUS   X FILE   Y FILE   '.
           05 FILLER       PIC X(17) VALUE 'BEGIN    END     '.
       01 WS-LIST-LINE.
           05 WS-LL-NUM    PIC 9(7).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-LL-DATE   PIC 9(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-LL-HH     PIC X(2).
           05 FILLER       PIC X(1) VALUE ':'.
           05 WS-LL-MM     PIC X(2).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-LL-STATUS PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-LL-XFILE  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-LL-YFILE  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-LL-BEGIN  PIC X(8).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WS-LL-END    PIC X(8).

      *  -----------------------------------------------------------
      *  Retention sweep - expired keys are collected during the
      *  browse and deleted after it ends (as BECIHKP does with its
      *  queues); anything past the table waits for the next sweep.
      *  -----------------------------------------------------------
       01 WS-CUTOFF-DAY    PIC S9(9) COMP.
       01 WS-PURGE-CNT     PIC 9(3).
       01 WS-PURGE-SUB     PIC 9(3).
       01 WS-PURGE-TABLE.
           05 WS-PURGE-KEY OCCURS 100 TIMES PIC X(15).

      *  -----------------------------------------------------------
      *  Everything that must survive between the pseudo-
      *  conversational tasks: which screen is up ('1' request,
      *  '2' exclusion detail, '3' my requests), the exclusion and
      *  request-list pages, and the DQLISTDATA table itself (same
      *  BECIDQ entry layout and 500-entry ceiling as BETACICS's own
      *  table).
      *  -----------------------------------------------------------
       01 WS-COMM.
           05 WS-COMM-STATE    PIC X(1).
           05 WS-COMM-PAGE     PIC 9(3).
           05 WS-COMM-LPAGE    PIC 9(3).
           05 WS-COMM-EXCL-CNT PIC 9(4).
           05 WS-COMM-EXCL-TABLE.
               COPY BECIDQ REPLACING
                   ==05 BECI-DQ-REASON== BY ==15 WS-COMM-EXCL-RSN==.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(11011).

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
      *  BINB is this program STARTed for a submitted request - no
      *  terminal and no COMMAREA, so it is told apart by its
      *  transaction id before anything else.
      *  -----------------------------------------------------------
           IF EIBTRNID = WS-BG-TRANID
               PERFORM RUN-BACKGROUND
           END-IF.

      *  -----------------------------------------------------------
      *  First entry from the terminal has no COMMAREA - paint the
      *  empty request screen and wait for input.
      *  -----------------------------------------------------------
               MOVE LOW-VALUES TO BECIM1O
               MOVE '1' TO WS-COMM-STATE
               MOVE 1 TO WS-COMM-PAGE
               MOVE 1 TO WS-COMM-LPAGE
               MOVE 0 TO WS-COMM-EXCL-CNT
               MOVE 'ENTER REQUEST AND PRESS ENTER' TO MSG1O
               PERFORM SEND-ENTRY-MAP
               PERFORM EXIT-PROC
           END-IF.

           EVALUATE WS-COMM-STATE
               WHEN '2'
                   PERFORM DETAIL-AID-PROC
               WHEN '3'
                   PERFORM LIST-AID-PROC
               WHEN OTHER
                   PERFORM ENTRY-AID-PROC
           END-EVALUATE.

           PERFORM RETURN-WITH-COMM.

       ENTRY-AID-PROC.
           EVALUATE EIBAID
               WHEN DFHENTER
               WHEN DFHPF10
                   PERFORM RUN-REQUEST
               WHEN DFHPF6
                   MOVE '3' TO WS-COMM-STATE
                   MOVE 1 TO WS-COMM-LPAGE
                   MOVE SPACES TO WS-LIST-MSG
                   PERFORM SEND-LIST-MAP
               WHEN DFHPF5
                   IF WS-COMM-EXCL-CNT > 0
                       MOVE '2' TO WS-COMM-STATE
                   PERFORM SEND-DETAIL-MAP
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Keys on the my-requests screen. Page 1 is the newest
      *  requests, so PF8 pages back in time; SEND-LIST-MAP pulls
      *  the page back to the last one when PF8 runs off the end.
      *  -----------------------------------------------------------
       LIST-AID-PROC.
           MOVE SPACES TO WS-LIST-MSG.
           EVALUATE EIBAID
               WHEN DFHPF8
                   IF WS-COMM-LPAGE < 999
                       ADD 1 TO WS-COMM-LPAGE
                   END-IF
                   PERFORM SEND-LIST-MAP
               WHEN DFHPF7
                   IF WS-COMM-LPAGE > 1
                       SUBTRACT 1 FROM WS-COMM-LPAGE
                   END-IF
                   PERFORM SEND-LIST-MAP
               WHEN DFHPF12
                   MOVE '1' TO WS-COMM-STATE
                   MOVE LOW-VALUES TO BECIM1O
                   MOVE 'ENTER REQUEST AND PRESS ENTER' TO MSG1O
                   PERFORM SEND-ENTRY-MAP
               WHEN DFHENTER
                   PERFORM OPEN-REQUEST
               WHEN OTHER
                   PERFORM SEND-LIST-MAP
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  One ad-hoc run: receive the request fields, build the
      *  channel the same way BECIBATD does, LINK, decode OUTPUTDATA
      *  (full BECISTAT readout, or BETACICS's 8-byte error message)
      *  and pull the exclusion detail into the COMMAREA for PF5.
      *  PF10 takes the same checks but queues the request for BINB
      *  instead of LINKing here.
      *  -----------------------------------------------------------
       RUN-REQUEST.
           EXEC CICS RECEIVE MAP('BECIM1')
           IF XFILEI = SPACES OR XFILEI = LOW-VALUES
               MOVE 'X TICKER OR FILE NAME IS REQUIRED' TO MSG1O
               PERFORM SEND-ENTRY-MAP
           ELSE
           IF DIMLAGI NOT = SPACES AND DIMLAGI NOT = LOW-VALUES
              AND (DIMLAGI < '1' OR DIMLAGI > '3')
               MOVE 'DIMSON LAGS MUST BE 1, 2 OR 3' TO MSG1O
               PERFORM SEND-ENTRY-MAP
           ELSE
           PERFORM CHECK-RESID-SIGMA
           IF WS-SIGMA-OK NOT = 'Y'
               MOVE 'RESID SIGMA MUST BE A POSITIVE NUMBER' TO MSG1O
               PERFORM SEND-ENTRY-MAP
           ELSE
           IF REFITI = 'Y' AND WS-DIAG-REQ NOT = 'Y'
               MOVE 'REFIT NEEDS A RESID SIGMA' TO MSG1O
               PERFORM SEND-ENTRY-MAP
           ELSE
               PERFORM RESOLVE-REQUEST-FILES
               IF WS-RESOLVE-OK = 'Y'
                   IF EIBAID = DFHPF10
                       PERFORM SUBMIT-REQUEST
                   ELSE
                       PERFORM BUILD-CHANNEL
                       PERFORM LINK-AND-DECODE
                   END-IF
               END-IF
               PERFORM SEND-ENTRY-MAP
           END-IF
           END-IF
           END-IF
           END-IF

           END-IF.

      *  -----------------------------------------------------------
      *  RESID SIGMA is optional; keyed, it must be a number above
      *  zero (the field is too short to reach BETACICS's ceiling of
      *  100). WS-DIAG-REQ records that the diagnostics are armed.
      *  -----------------------------------------------------------
       CHECK-RESID-SIGMA.
           MOVE 'Y' TO WS-SIGMA-OK.
           MOVE 'N' TO WS-DIAG-REQ.
           IF SIGMAI NOT = SPACES AND SIGMAI NOT = LOW-VALUES
               INSPECT SIGMAI REPLACING ALL LOW-VALUES BY SPACES
               COMPUTE WS-TEST-SIGMA = FUNCTION TEST-NUMVAL(SIGMAI)
               IF WS-TEST-SIGMA = 0
                   IF FUNCTION NUMVAL(SIGMAI) > 0
                       MOVE 'Y' TO WS-DIAG-REQ
                   ELSE
                       MOVE 'N' TO WS-SIGMA-OK
                   END-IF
               ELSE
                   MOVE 'N' TO WS-SIGMA-OK
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  A terminal can only run one BINQ task at a time, so the
      *  terminal id keys the channel name uniquely - concurrent
      *  analysts never share a channel (or the checkpoint / rolling
      *  TS queues BETACICS derives from it). A BINB task has no
      *  terminal and several can run at once, so it keys on its
      *  task number instead - 15 characters, all of which BETACICS
      *  carries into its queue names.
      *  -----------------------------------------------------------
       BUILD-CHANNEL.
           MOVE SPACES TO WS-CHANNEL.
           IF EIBTRNID = WS-BG-TRANID
               MOVE EIBTASKN TO WS-TASK-NUM
               STRING 'BECIINQB' WS-TASK-NUM DELIMITED BY SIZE
                   INTO WS-CHANNEL
           ELSE
               STRING 'BECIINQ' EIBTRMID DELIMITED BY SIZE
                   INTO WS-CHANNEL
           END-IF.

           MOVE WS-XFILE-RES TO WS-HOLDER.
           PERFORM PUT-INPUTX-CONT.
                   RESP(RESPCODE)
               END-EXEC
           END-IF.
           IF RETMDI NOT = SPACES AND RETMDI NOT = LOW-VALUES
               EXEC CICS PUT CONTAINER(RETMODE-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(RETMDI)
                   FLENGTH(LENGTH OF RETMDI)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
           END-IF.
           IF BASECCI NOT = SPACES AND BASECCI NOT = LOW-VALUES
               EXEC CICS PUT CONTAINER(BASECCY-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(BASECCI)
                   FLENGTH(LENGTH OF BASECCI)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
           END-IF.
           MOVE 'N' TO WS-DIM-REQ.
           IF DIMLAGI >= '1' AND DIMLAGI <= '3'
               MOVE 'Y' TO WS-DIM-REQ
               EXEC CICS PUT CONTAINER(DIMSON-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(DIMLAGI)
                   FLENGTH(LENGTH OF DIMLAGI)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
           END-IF.
           IF WS-DIAG-REQ = 'Y'
               EXEC CICS PUT CONTAINER(RESIDSIG-CONT)
                   CHANNEL(WS-CHANNEL)
                   FROM(SIGMAI)
                   FLENGTH(LENGTH OF SIGMAI)
                   CHAR
                   RESP(RESPCODE)
               END-EXEC
               IF REFITI = 'Y'
                   EXEC CICS PUT CONTAINER(OUTLFIT-CONT)
                       CHANNEL(WS-CHANNEL)
                       FROM(REFITI)
                       FLENGTH(LENGTH OF REFITI)
                       CHAR
                       RESP(RESPCODE)
                   END-EXEC
               END-IF
           END-IF.

       PUT-INPUTX-CONT.
           EXEC CICS PUT CONTAINER(INPUTX-CONT)
           END-EXEC.

       LINK-AND-DECODE.
           MOVE 'N' TO WS-RESULT-OK.
           MOVE 'N' TO WS-RDGS-GOT.
           EXEC CICS LINK PROGRAM('BETACICS')
               CHANNEL(WS-CHANNEL)
               RESP(RESPCODE)
           END-IF.

       DECODE-OUTPUT.
           EVALUATE TRUE
               WHEN WS-DIM-REQ = 'Y'
                   PERFORM DECODE-DIM-OUTPUT
               WHEN WS-CAP-REQ = 'Y'
                   PERFORM DECODE-CAP-OUTPUT
               WHEN OTHER
                   PERFORM DECODE-PLAIN-OUTPUT
           END-EVALUATE.
           IF WS-DIAG-REQ = 'Y'
               PERFORM FETCH-RESID-STATS
           END-IF.

      *  -----------------------------------------------------------
      *  RESIDSTATS only comes back from a run that got as far as a
      *  fit (not a multi-ticker or two-factor one, which disarm the
      *  diagnostics) - absent just leaves the fields blank.
      *  -----------------------------------------------------------
       FETCH-RESID-STATS.
           MOVE LENGTH OF WS-RDGS-IN TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(RESIDSTAT-CONT)
               CHANNEL(WS-CHANNEL)
               INTO(WS-RDGS-IN)
               FLENGTH(INPUTLENGTH)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
              AND INPUTLENGTH = LENGTH OF WS-RDGS-IN
               MOVE 'Y' TO WS-RDGS-GOT
               PERFORM SHOW-RESID-STATS
           END-IF.

       SHOW-RESID-STATS.
           MOVE WS-RDGS-DW TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO DWSTATO.
           MOVE WS-RDGS-FLAGCNT TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT TO OUTCNTO.
           IF WS-RDGS-REFIT = 'Y'
               MOVE WS-RDGS-RFBETA TO WS-EDIT-NUM
               MOVE WS-EDIT-NUM TO RFBETAO
           END-IF.

       DECODE-PLAIN-OUTPUT.
               MOVE 'NO RESULT CAME BACK FROM BETACICS' TO MSG1O
           ELSE
               IF INPUTLENGTH = LENGTH OF WS-STATS-IN
                   MOVE 'Y' TO WS-RESULT-OK
                   PERFORM SHOW-STATS
                   PERFORM FETCH-EXCLUSIONS
               ELSE
               MOVE 'NO RESULT CAME BACK FROM BETACICS' TO MSG1O
           ELSE
               IF INPUTLENGTH = LENGTH OF WS-STAT3-IN
                   MOVE 'Y' TO WS-RESULT-OK
                   PERFORM SHOW-CAP-STATS
                   PERFORM FETCH-EXCLUSIONS
               ELSE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  DIMSON LAGS keyed - OUTPUTDATA is the BECISTA4 record (or
      *  the usual 8-byte error message on a failed run).
      *  -----------------------------------------------------------
       DECODE-DIM-OUTPUT.
           MOVE LENGTH OF WS-STAT4-IN TO INPUTLENGTH.
           EXEC CICS GET CONTAINER(OUTPUT-CONT)
               CHANNEL(WS-CHANNEL)
               INTO(WS-STAT4-IN)
               FLENGTH(INPUTLENGTH)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'NO RESULT CAME BACK FROM BETACICS' TO MSG1O
           ELSE
               IF INPUTLENGTH = LENGTH OF WS-STAT4-IN
                   MOVE 'Y' TO WS-RESULT-OK
                   PERFORM SHOW-DIM-STATS
                   PERFORM FETCH-EXCLUSIONS
               ELSE
                   MOVE WS-STAT4-IN(1:8) TO WS-ERROR-IN
                   MOVE SPACES TO MSG1O
                   STRING 'RUN ENDED: ' WS-ERROR-IN
                       DELIMITED BY SIZE INTO MSG1O
                   PERFORM FETCH-EXCLUSIONS
               END-IF
           END-IF.

       SHOW-STATS.
           MOVE WS-IN-BETA TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO BETAO.
           MOVE WS-EDIT-NUM TO BLUMEO.
           MOVE WS-IN-VASICEK TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO VASICEKO.
           MOVE WS-IN-JENSEN TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO JENSENO.
           MOVE WS-IN-SHARPE TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO SHARPEO.
           MOVE WS-IN-TREYNOR TO WS-EDIT-VOL.
           MOVE WS-EDIT-VOL TO TREYNORO.
           MOVE 'COMPLETE - PF5 FOR EXCLUSION DETAIL' TO MSG1O.

       SHOW-CAP-STATS.
           MOVE WS-EDIT-NUM TO BLUMEO.
           MOVE WS-IN3-VASICEK TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO VASICEKO.
           MOVE WS-IN3-JENSEN TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO JENSENO.
           MOVE WS-IN3-SHARPE TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO SHARPEO.
           MOVE WS-IN3-TREYNOR TO WS-EDIT-VOL.
           MOVE WS-EDIT-VOL TO TREYNORO.
           MOVE 'COMPLETE - PF5 FOR EXCLUSION DETAIL' TO MSG1O.

      *  -----------------------------------------------------------
      *  The Dimson readout: the ordinary fields as SHOW-STATS fills
      *  them, plus the summed Dimson beta and its coefficients laid
      *  out from lag -K to lead +K (BECISTA4 slots 4-K to 4+K).
      *  -----------------------------------------------------------
       SHOW-DIM-STATS.
           MOVE WS-IN4-BETA TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO BETAO.
           MOVE WS-IN4-ALPHA TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO ALPHAO.
           MOVE WS-IN4-RSQ TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO RSQO.
           MOVE WS-IN4-STDERR TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO STDERRO.
           MOVE WS-IN4-OBSCNT TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT TO OBSCNTO.
           MOVE WS-IN4-EXCLCNT TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT TO EXCLCNTO.
           MOVE WS-IN4-BLUME TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO BLUMEO.
           MOVE WS-IN4-VASICEK TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO VASICEKO.
           MOVE WS-IN4-JENSEN TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO JENSENO.
           MOVE WS-IN4-SHARPE TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO SHARPEO.
           MOVE WS-IN4-TREYNOR TO WS-EDIT-VOL.
           MOVE WS-EDIT-VOL TO TREYNORO.
           MOVE WS-IN4-DIMBETA TO WS-EDIT-NUM.
           MOVE WS-EDIT-NUM TO DIMBTAO.
           MOVE WS-IN4-DIMOBS TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT TO DIMOBSO.
           MOVE WS-IN4-ZEROVOL TO WS-EDIT-CNT.
           MOVE WS-EDIT-CNT TO ZEROVLO.
           MOVE SPACES TO WS-DIM-LINE.
           COMPUTE WS-DIM-LAST = 2 * WS-IN4-LAGS + 1.
           PERFORM VARYING WS-DIM-SUB FROM 1 BY 1
                   UNTIL WS-DIM-SUB > WS-DIM-LAST
               COMPUTE WS-DIM-SLOT = WS-DIM-SUB + 3 - WS-IN4-LAGS
               MOVE WS-IN4-COEF(WS-DIM-SLOT)
                   TO WS-DIM-LINE-COEF(WS-DIM-SUB)
           END-PERFORM.
           MOVE WS-DIM-LINE TO DIMCFO.
           MOVE 'COMPLETE - PF5 FOR EXCLUSION DETAIL' TO MSG1O.

      *  -----------------------------------------------------------
                   / LENGTH OF WS-COMM-EXCL-ENTRY(1)
           END-IF.

      *  -----------------------------------------------------------
      *  PF10 - the request passed every check RUN-REQUEST makes, so
      *  queue it under the next request number for this user and
      *  hand the key to BINB. The analyst gets the number straight
      *  back; the run itself happens in the BINB task.
      *  -----------------------------------------------------------
       SUBMIT-REQUEST.
           MOVE 0 TO WS-COMM-EXCL-CNT.
           PERFORM GET-USERID.
           PERFORM COUNT-USER-REQUESTS.
           MOVE SPACES TO WS-REQ-REC.
           MOVE WS-USERID TO WS-REQ-USER.
           COMPUTE WS-REQ-NUM = WS-REQ-LAST-NUM + 1.
           MOVE 'QUEUED' TO WS-REQ-STATUS.
           MOVE EIBTRMID TO WS-REQ-TERM.
           PERFORM GET-NOW.
           MOVE WS-NOW-DATE TO WS-REQ-SUB-DATE.
           MOVE WS-NOW-TIME TO WS-REQ-SUB-TIME.
           MOVE 0 TO WS-REQ-END-DATE.
           MOVE 0 TO WS-REQ-END-TIME.
           MOVE 0 TO WS-REQ-EXCL-CNT.
           MOVE 'N' TO WS-REQ-RDGS-SET.
           PERFORM STORE-REQUEST-FIELDS.

           MOVE 'Y' TO WS-REQ-OK.
           MOVE 'N' TO WS-REQ-WRITTEN.
           PERFORM WRITE-REQUEST-TRY
               UNTIL WS-REQ-WRITTEN = 'Y' OR WS-REQ-OK = 'N'.
           IF WS-REQ-OK = 'N'
               MOVE 'REQUEST FILE WRITE FAILED' TO MSG1O
           ELSE
               EXEC CICS START TRANSID(WS-BG-TRANID)
                   FROM(WS-REQ-KEY)
                   LENGTH(LENGTH OF WS-REQ-KEY)
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                   MOVE WS-REQ-NUM TO WS-EDIT-REQNUM
                   MOVE SPACES TO MSG1O
                   STRING 'REQUEST ' WS-EDIT-REQNUM
                          ' SUBMITTED - PF6 TO VIEW'
                       DELIMITED BY SIZE INTO MSG1O
               ELSE
                   PERFORM MARK-START-FAILED
                   MOVE 'BINB START FAILED - REQUEST NOT RUN' TO MSG1O
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Two submits from the same user id on two terminals can pick
      *  the same number - the loser walks up to the next free one,
      *  as BECIAUDP's master writes do.
      *  -----------------------------------------------------------
       WRITE-REQUEST-TRY.
           EXEC CICS WRITE FILE(WS-REQ-FILE)
               FROM(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(LENGTH OF WS-REQ-REC)
               RESP(RESPCODE)
           END-EXEC.
           EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-REQ-WRITTEN
               WHEN DFHRESP(DUPREC)
                   IF WS-REQ-NUM < 9999999
                       ADD 1 TO WS-REQ-NUM
                   ELSE
                       MOVE 'N' TO WS-REQ-OK
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-REQ-OK
           END-EVALUATE.

      *  A request nothing will ever pick up must not sit QUEUED.
       MARK-START-FAILED.
           MOVE LENGTH OF WS-REQ-REC TO WS-REQ-RECLEN.
           EXEC CICS READ FILE(WS-REQ-FILE)
               INTO(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(WS-REQ-RECLEN)
               UPDATE
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               MOVE 'FAILED' TO WS-REQ-STATUS
               MOVE 'BINB START FAILED - REQUEST NOT RUN'
                   TO WS-REQ-MSG
               PERFORM GET-NOW
               MOVE WS-NOW-DATE TO WS-REQ-END-DATE
               MOVE WS-NOW-TIME TO WS-REQ-END-TIME
               EXEC CICS REWRITE FILE(WS-REQ-FILE)
                   FROM(WS-REQ-REC)
                   LENGTH(LENGTH OF WS-REQ-REC)
                   RESP(RESPCODE)
               END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  The request fields go on the file exactly as RECEIVEd, so
      *  the BINB run sees the same values this screen would have
      *  LINKed with. Loading them back serves both the BINB run
      *  and the open-result screen - each input field's I and O
      *  names sit at the same offset in BECIM1.
      *  -----------------------------------------------------------
       STORE-REQUEST-FIELDS.
           MOVE XFILEI  TO WS-REQ-XFILE.
           MOVE YFILEI  TO WS-REQ-YFILE.
           MOVE BEGINPI TO WS-REQ-BEGIN.
           MOVE ENDPI   TO WS-REQ-END.
           MOVE DATEMDI TO WS-REQ-DATEMD.
           MOVE DIMLAGI TO WS-REQ-DIMLAG.
           MOVE SIGMAI  TO WS-REQ-SIGMA.
           MOVE REFITI  TO WS-REQ-REFIT.
           MOVE FLDSELI TO WS-REQ-FLDSEL.
           MOVE RECONI  TO WS-REQ-RECON.
           MOVE DQMODEI TO WS-REQ-DQMODE.
           MOVE DQACTI  TO WS-REQ-DQACT.
           MOVE ROLLMDI TO WS-REQ-ROLLMD.
           MOVE WINDOWI TO WS-REQ-WINDOW.
           MOVE CAPMDI  TO WS-REQ-CAPMD.
           MOVE ADJMDI  TO WS-REQ-ADJMD.
           MOVE RETMDI  TO WS-REQ-RETMD.
           MOVE BASECCI TO WS-REQ-BASECC.

       LOAD-REQUEST-FIELDS.
           MOVE WS-REQ-XFILE  TO XFILEI.
           MOVE WS-REQ-YFILE  TO YFILEI.
           MOVE WS-REQ-BEGIN  TO BEGINPI.
           MOVE WS-REQ-END    TO ENDPI.
           MOVE WS-REQ-DATEMD TO DATEMDI.
           MOVE WS-REQ-DIMLAG TO DIMLAGI.
           MOVE WS-REQ-SIGMA  TO SIGMAI.
           MOVE WS-REQ-REFIT  TO REFITI.
           MOVE WS-REQ-FLDSEL TO FLDSELI.
           MOVE WS-REQ-RECON  TO RECONI.
           MOVE WS-REQ-DQMODE TO DQMODEI.
           MOVE WS-REQ-DQACT  TO DQACTI.
           MOVE WS-REQ-ROLLMD TO ROLLMDI.
           MOVE WS-REQ-WINDOW TO WINDOWI.
           MOVE WS-REQ-CAPMD  TO CAPMDI.
           MOVE WS-REQ-ADJMD  TO ADJMDI.
           MOVE WS-REQ-RETMD  TO RETMDI.
           MOVE WS-REQ-BASECC TO BASECCI.

       GET-USERID.
           EXEC CICS ASSIGN USERID(WS-USERID)
               RESP(RESPCODE)
           END-EXEC.

       GET-NOW.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.

      *  -----------------------------------------------------------
      *  One pass over the user's requests - they browse together
      *  under the user id - for the count the list pages from and
      *  the highest number, which the next submit follows on from.
      *  -----------------------------------------------------------
       COUNT-USER-REQUESTS.
           MOVE 0 TO WS-LIST-CNT.
           MOVE 0 TO WS-REQ-LAST-NUM.
           MOVE WS-USERID TO WS-REQ-USER.
           MOVE 0 TO WS-REQ-NUM.
           MOVE 'N' TO WS-BROWSE-DONE.
           EXEC CICS STARTBR FILE(WS-REQ-FILE)
               RIDFLD(WS-REQ-KEY)
               GTEQ
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM COUNT-REQUEST-NEXT UNTIL WS-BROWSE-DONE = 'Y'.
           EXEC CICS ENDBR FILE(WS-REQ-FILE)
               RESP(RESPCODE)
           END-EXEC.

       COUNT-REQUEST-NEXT.
           PERFORM READ-REQUEST-NEXT.
           IF WS-BROWSE-DONE NOT = 'Y'
               ADD 1 TO WS-LIST-CNT
               MOVE WS-REQ-NUM TO WS-REQ-LAST-NUM
           END-IF.

      *  The browse ends at the first record of another user.
       READ-REQUEST-NEXT.
           MOVE LENGTH OF WS-REQ-REC TO WS-REQ-RECLEN.
           EXEC CICS READNEXT FILE(WS-REQ-FILE)
               INTO(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(WS-REQ-RECLEN)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF WS-REQ-USER NOT = WS-USERID
                   MOVE 'Y' TO WS-BROWSE-DONE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  The page's slice of the user's requests, oldest-first on
      *  the file, laid onto the screen newest-first: sequence
      *  WS-LIST-HIGH goes on line 1, WS-LIST-LOW on line 12.
      *  -----------------------------------------------------------
       COLLECT-LIST-PAGE.
           MOVE 0 TO WS-LIST-SEQ.
           MOVE WS-USERID TO WS-REQ-USER.
           MOVE 0 TO WS-REQ-NUM.
           MOVE 'N' TO WS-BROWSE-DONE.
           EXEC CICS STARTBR FILE(WS-REQ-FILE)
               RIDFLD(WS-REQ-KEY)
               GTEQ
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM COLLECT-REQUEST-NEXT UNTIL WS-BROWSE-DONE = 'Y'.
           EXEC CICS ENDBR FILE(WS-REQ-FILE)
               RESP(RESPCODE)
           END-EXEC.

       COLLECT-REQUEST-NEXT.
           PERFORM READ-REQUEST-NEXT.
           IF WS-BROWSE-DONE NOT = 'Y'
               ADD 1 TO WS-LIST-SEQ
               IF WS-LIST-SEQ >= WS-LIST-LOW
                   MOVE WS-REQ-NUM       TO WS-LL-NUM
                   MOVE WS-REQ-SUB-DATE  TO WS-LL-DATE
                   MOVE WS-REQ-SUB-TIME(1:2) TO WS-LL-HH
                   MOVE WS-REQ-SUB-TIME(3:2) TO WS-LL-MM
                   MOVE WS-REQ-STATUS    TO WS-LL-STATUS
                   MOVE WS-REQ-XFILE     TO WS-LL-XFILE
                   MOVE WS-REQ-YFILE     TO WS-LL-YFILE
                   MOVE WS-REQ-BEGIN     TO WS-LL-BEGIN
                   MOVE WS-REQ-END       TO WS-LL-END
                   COMPUTE WS-LINE-SUB = WS-LIST-HIGH - WS-LIST-SEQ + 1
                   MOVE WS-LIST-LINE TO RQLNO(WS-LINE-SUB)
               END-IF
               IF WS-LIST-SEQ >= WS-LIST-HIGH
                   MOVE 'Y' TO WS-BROWSE-DONE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  ENTER on the list - open the keyed request number. Only a
      *  finished request has anything to show; a FAILED one opens
      *  too, with its inputs and the message saying why.
      *  -----------------------------------------------------------
       OPEN-REQUEST.
           EXEC CICS RECEIVE MAP('BECIM3')
               MAPSET('BECIMAP')
               INTO(BECIM3I)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(MAPFAIL)
               MOVE 'KEY A REQUEST NUMBER TO OPEN' TO WS-LIST-MSG
               PERFORM SEND-LIST-MAP
           ELSE

           INSPECT OPENRQI REPLACING ALL LOW-VALUES BY SPACES
           IF OPENRQI = SPACES
               MOVE 'KEY A REQUEST NUMBER TO OPEN' TO WS-LIST-MSG
               PERFORM SEND-LIST-MAP
           ELSE
           IF FUNCTION TEST-NUMVAL(OPENRQI) NOT = 0
               MOVE 'REQUEST NUMBER MUST BE NUMERIC' TO WS-LIST-MSG
               PERFORM SEND-LIST-MAP
           ELSE
               PERFORM GET-USERID
               MOVE WS-USERID TO WS-REQ-USER
               COMPUTE WS-REQ-NUM = FUNCTION NUMVAL(OPENRQI)
               MOVE WS-REQ-NUM TO WS-EDIT-REQNUM
               PERFORM READ-ONE-REQUEST
           END-IF
           END-IF

           END-IF.

       READ-ONE-REQUEST.
           MOVE LENGTH OF WS-REQ-REC TO WS-REQ-RECLEN.
           EXEC CICS READ FILE(WS-REQ-FILE)
               INTO(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(WS-REQ-RECLEN)
               RESP(RESPCODE)
           END-EXEC.
           EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   IF WS-REQ-STATUS = 'DONE'
                      OR WS-REQ-STATUS = 'FAILED'
                       PERFORM SHOW-REQUEST-RESULT
                   ELSE
                       MOVE SPACES TO WS-LIST-MSG
                       STRING 'REQUEST ' WS-EDIT-REQNUM ' IS '
                              WS-REQ-STATUS
                           DELIMITED BY SIZE INTO WS-LIST-MSG
                       PERFORM SEND-LIST-MAP
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE SPACES TO WS-LIST-MSG
                   STRING 'NO REQUEST ' WS-EDIT-REQNUM ' ON FILE'
                       DELIMITED BY SIZE INTO WS-LIST-MSG
                   PERFORM SEND-LIST-MAP
               WHEN OTHER
                   MOVE 'REQUEST FILE READ FAILED' TO WS-LIST-MSG
                   PERFORM SEND-LIST-MAP
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  A stored result back onto BECIM1 through the same SHOW
      *  paragraphs a live run uses, with its exclusion table in the
      *  COMMAREA so PF5 pages it exactly as after a live run.
      *  -----------------------------------------------------------
       SHOW-REQUEST-RESULT.
           PERFORM LOAD-REQUEST-FIELDS.
           IF WS-REQ-STATUS = 'DONE'
               EVALUATE WS-REQ-KIND
                   WHEN 'D'
                       MOVE WS-REQ-RESULT TO WS-STAT4-IN
                       PERFORM SHOW-DIM-STATS
                   WHEN 'C'
                       MOVE WS-REQ-RESULT TO WS-STAT3-IN
                       PERFORM SHOW-CAP-STATS
                   WHEN OTHER
                       MOVE WS-REQ-RESULT TO WS-STATS-IN
                       PERFORM SHOW-STATS
               END-EVALUATE
           END-IF.
           IF WS-REQ-RDGS-SET = 'Y'
               MOVE WS-REQ-RDGS TO WS-RDGS-IN
               PERFORM SHOW-RESID-STATS
           END-IF.
           MOVE WS-REQ-EXCL-CNT TO WS-COMM-EXCL-CNT.
           MOVE WS-REQ-EXCL-TABLE TO WS-COMM-EXCL-TABLE.
           MOVE WS-REQ-MSG TO MSG1O.
           MOVE '1' TO WS-COMM-STATE.
           MOVE 1 TO WS-COMM-PAGE.
           PERFORM SEND-ENTRY-MAP.

      *  -----------------------------------------------------------
      *  Screen painters.
      *  -----------------------------------------------------------
               RESP(RESPCODE)
           END-EXEC.

       SEND-LIST-MAP.
           MOVE LOW-VALUES TO BECIM3O.
           PERFORM GET-USERID.
           MOVE WS-USERID TO RQUSERO.
           PERFORM COUNT-USER-REQUESTS.
           COMPUTE WS-PAGE-MAX =
               (WS-LIST-CNT + WS-PAGE-LINES - 1) / WS-PAGE-LINES.
           IF WS-PAGE-MAX = 0
               MOVE 1 TO WS-PAGE-MAX
           END-IF.
           IF WS-COMM-LPAGE > WS-PAGE-MAX
               MOVE WS-PAGE-MAX TO WS-COMM-LPAGE
           END-IF.
           MOVE WS-COMM-LPAGE TO RQPAGEO.
           MOVE WS-LIST-HDR TO RQHDRO.
           COMPUTE WS-LIST-HIGH = WS-LIST-CNT
               - (WS-COMM-LPAGE - 1) * WS-PAGE-LINES.
           COMPUTE WS-LIST-LOW = WS-LIST-HIGH - WS-PAGE-LINES + 1.
           IF WS-LIST-CNT > 0
               PERFORM COLLECT-LIST-PAGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-LIST-MSG NOT = SPACES
                   MOVE WS-LIST-MSG TO MSG3O
               WHEN WS-LIST-CNT = 0
                   MOVE 'NO REQUESTS ON FILE' TO MSG3O
               WHEN WS-COMM-LPAGE >= WS-PAGE-MAX
                   MOVE 'END OF LIST' TO MSG3O
           END-EVALUATE.
           EXEC CICS SEND MAP('BECIM3')
               MAPSET('BECIMAP')
               FROM(BECIM3O)
               ERASE
               RESP(RESPCODE)
           END-EXEC.

       RETURN-WITH-COMM.
           EXEC CICS RETURN TRANSID('BINQ')
               COMMAREA(WS-COMM)
               FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      *  -----------------------------------------------------------
      *  BINB - run one submitted request. The key comes in on the
      *  START data; the record is marked RUNNING and committed
      *  first so the my-requests screen shows it while BETACICS
      *  works. The request then runs through the very paragraphs
      *  the screen uses - the checks, the master resolution, the
      *  channel and the decode - with the stored fields loaded
      *  where RECEIVE MAP would have put them, and the outcome
      *  goes back on the record. A task that finds its request
      *  gone or no longer QUEUED (a second START for the same
      *  key) leaves it alone.
      *  -----------------------------------------------------------
       RUN-BACKGROUND.
           MOVE LENGTH OF WS-REQ-KEY TO WS-RETR-LEN.
           EXEC CICS RETRIEVE INTO(WS-REQ-KEY)
               LENGTH(WS-RETR-LEN)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               MOVE WS-REQ-KEY TO WS-BG-KEY
               PERFORM MARK-REQUEST-RUNNING
               IF WS-REQ-OK = 'Y'
                   EXEC CICS HANDLE ABEND
                       LABEL(BACKGROUND-ABEND)
                   END-EXEC
                   PERFORM RUN-STORED-REQUEST
                   EXEC CICS HANDLE ABEND CANCEL END-EXEC
                   PERFORM STORE-REQUEST-RESULT
               END-IF
               PERFORM PURGE-OLD-REQUESTS
           END-IF.
           EXEC CICS RETURN END-EXEC.

       MARK-REQUEST-RUNNING.
           MOVE 'N' TO WS-REQ-OK.
           MOVE LENGTH OF WS-REQ-REC TO WS-REQ-RECLEN.
           EXEC CICS READ FILE(WS-REQ-FILE)
               INTO(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(WS-REQ-RECLEN)
               UPDATE
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               IF WS-REQ-STATUS = 'QUEUED'
                   MOVE 'RUNNING' TO WS-REQ-STATUS
                   EXEC CICS REWRITE FILE(WS-REQ-FILE)
                       FROM(WS-REQ-REC)
                       LENGTH(LENGTH OF WS-REQ-REC)
                       RESP(RESPCODE)
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-REQ-OK
                       EXEC CICS SYNCPOINT END-EXEC
                   END-IF
               ELSE
                   EXEC CICS UNLOCK FILE(WS-REQ-FILE)
                       RESP(RESPCODE)
                   END-EXEC
               END-IF
           END-IF.

       RUN-STORED-REQUEST.
           MOVE LOW-VALUES TO BECIM1I.
           MOVE 'N' TO WS-RESULT-OK.
           MOVE 'N' TO WS-RDGS-GOT.
           MOVE 0 TO WS-COMM-EXCL-CNT.
           PERFORM LOAD-REQUEST-FIELDS.
           PERFORM CHECK-RESID-SIGMA.
           PERFORM RESOLVE-REQUEST-FILES.
           IF WS-RESOLVE-OK = 'Y'
               PERFORM BUILD-CHANNEL
               PERFORM LINK-AND-DECODE
           END-IF.

      *  -----------------------------------------------------------
      *  DONE means a fit came back and its readout is on the
      *  record; anything else is FAILED with the message the screen
      *  would have shown (RUN ENDED: NODATA and the like). The
      *  exclusion table is kept either way, as the screen keeps it.
      *  -----------------------------------------------------------
       STORE-REQUEST-RESULT.
           MOVE WS-BG-KEY TO WS-REQ-KEY.
           MOVE LENGTH OF WS-REQ-REC TO WS-REQ-RECLEN.
           EXEC CICS READ FILE(WS-REQ-FILE)
               INTO(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(WS-REQ-RECLEN)
               UPDATE
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               PERFORM GET-NOW
               MOVE WS-NOW-DATE TO WS-REQ-END-DATE
               MOVE WS-NOW-TIME TO WS-REQ-END-TIME
               MOVE MSG1O TO WS-REQ-MSG
               MOVE SPACES TO WS-REQ-KIND
               MOVE SPACES TO WS-REQ-RESULT
               IF WS-RESULT-OK = 'Y'
                   MOVE 'DONE' TO WS-REQ-STATUS
                   EVALUATE TRUE
                       WHEN WS-DIM-REQ = 'Y'
                           MOVE 'D' TO WS-REQ-KIND
                           MOVE WS-STAT4-IN TO WS-REQ-RESULT
                       WHEN WS-CAP-REQ = 'Y'
                           MOVE 'C' TO WS-REQ-KIND
                           MOVE WS-STAT3-IN TO WS-REQ-RESULT
                       WHEN OTHER
                           MOVE 'P' TO WS-REQ-KIND
                           MOVE WS-STATS-IN TO WS-REQ-RESULT
                   END-EVALUATE
               ELSE
                   MOVE 'FAILED' TO WS-REQ-STATUS
               END-IF
               MOVE WS-RDGS-GOT TO WS-REQ-RDGS-SET
               MOVE SPACES TO WS-REQ-RDGS
               IF WS-RDGS-GOT = 'Y'
                   MOVE WS-RDGS-IN TO WS-REQ-RDGS
               END-IF
               MOVE WS-COMM-EXCL-CNT TO WS-REQ-EXCL-CNT
               MOVE WS-COMM-EXCL-TABLE TO WS-REQ-EXCL-TABLE
               EXEC CICS REWRITE FILE(WS-REQ-FILE)
                   FROM(WS-REQ-REC)
                   LENGTH(LENGTH OF WS-REQ-REC)
                   RESP(RESPCODE)
               END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  BETACICS abends on its own hard errors (see ABEND-ROUTINE
      *  in BECIPROG.cbl). Under BINQ the analyst sees the abend;
      *  under BINB nobody would, and the request would sit RUNNING
      *  for good - so record it FAILED with the abend code and end
      *  the task normally.
      *  -----------------------------------------------------------
       BACKGROUND-ABEND.
           EXEC CICS ASSIGN ABCODE(WS-ABCODE)
               RESP(RESPCODE)
           END-EXEC.
           MOVE WS-BG-KEY TO WS-REQ-KEY.
           MOVE LENGTH OF WS-REQ-REC TO WS-REQ-RECLEN.
           EXEC CICS READ FILE(WS-REQ-FILE)
               INTO(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(WS-REQ-RECLEN)
               UPDATE
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               PERFORM GET-NOW
               MOVE WS-NOW-DATE TO WS-REQ-END-DATE
               MOVE WS-NOW-TIME TO WS-REQ-END-TIME
               MOVE 'FAILED' TO WS-REQ-STATUS
               MOVE SPACES TO WS-REQ-MSG
               STRING 'BETACICS ABENDED: ' WS-ABCODE
                   DELIMITED BY SIZE INTO WS-REQ-MSG
               MOVE SPACES TO WS-REQ-KIND
               MOVE 'N' TO WS-REQ-RDGS-SET
               MOVE 0 TO WS-REQ-EXCL-CNT
               EXEC CICS REWRITE FILE(WS-REQ-FILE)
                   FROM(WS-REQ-REC)
                   LENGTH(LENGTH OF WS-REQ-REC)
                   RESP(RESPCODE)
               END-EXEC
           END-IF.
           EXEC CICS RETURN END-EXEC.

      *  -----------------------------------------------------------
      *  Retention - every BINB task sweeps the whole file after its
      *  own run and deletes any request submitted more than
      *  WS-REQ-KEEP-DAYS days ago, whatever its status (a request
      *  still QUEUED or RUNNING that old lost its task to a region
      *  restart and will never finish).
      *  -----------------------------------------------------------
       PURGE-OLD-REQUESTS.
           PERFORM GET-NOW.
           COMPUTE WS-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-N)
               - WS-REQ-KEEP-DAYS.
           MOVE 0 TO WS-PURGE-CNT.
           MOVE LOW-VALUES TO WS-REQ-KEY.
           MOVE 'N' TO WS-BROWSE-DONE.
           EXEC CICS STARTBR FILE(WS-REQ-FILE)
               RIDFLD(WS-REQ-KEY)
               GTEQ
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
           PERFORM PURGE-CHECK-NEXT UNTIL WS-BROWSE-DONE = 'Y'.
           EXEC CICS ENDBR FILE(WS-REQ-FILE)
               RESP(RESPCODE)
           END-EXEC.
           PERFORM VARYING WS-PURGE-SUB FROM 1 BY 1
                   UNTIL WS-PURGE-SUB > WS-PURGE-CNT
               EXEC CICS DELETE FILE(WS-REQ-FILE)
                   RIDFLD(WS-PURGE-KEY(WS-PURGE-SUB))
                   RESP(RESPCODE)
               END-EXEC
           END-PERFORM.

       PURGE-CHECK-NEXT.
           MOVE LENGTH OF WS-REQ-REC TO WS-REQ-RECLEN.
           EXEC CICS READNEXT FILE(WS-REQ-FILE)
               INTO(WS-REQ-REC)
               RIDFLD(WS-REQ-KEY)
               LENGTH(WS-REQ-RECLEN)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF WS-REQ-SUB-DATE > 0
                  AND FUNCTION INTEGER-OF-DATE(WS-REQ-SUB-DATE)
                      < WS-CUTOFF-DAY
                   IF WS-PURGE-CNT < 100
                       ADD 1 TO WS-PURGE-CNT
                       MOVE WS-REQ-KEY TO WS-PURGE-KEY(WS-PURGE-CNT)
                   ELSE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   END-IF
               END-IF
           END-IF.
