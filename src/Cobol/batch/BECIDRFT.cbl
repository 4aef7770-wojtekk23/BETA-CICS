      *  history file (see BECIHIST), and writes an exceptions-only
      *  report for any pair whose beta moved more than the DRIFTCTL
      *  tolerance or flipped sign. Tonight's betas are then written
      *  to the history themselves (REWRITE on a same-night re-run),
      *  filed under the business date off the cycle-control
      *  dataset (see BECICYC) - the night's one run date, moved
      *  only by the date roll, so no card edit can file tonight's
      *  betas under a stale date.
      *
      *  DRIFTCTL card: cols 1-8 not read (the run date is the
      *  business date), tolerance as a display number (e.g.
      *  0.250) from col 10, and optionally
      *  the monitored series in cols 21-28: RAW (the default),
      *  BLUME, VASICEK or DIMSON. The adjusted series only carry
      *  values on report rows whose request armed ADJMODE - the
      *  forward-looking client reports quote adjusted betas, so
      *  their drift watch belongs on the same series - and the
      *  Dimson series (the summed lead/lag beta) only on rows
      *  whose request carried a Dimson lead/lag count.
      *
      *  Return codes: 0 no exceptions, 4 exceptions found (the
      *  operations alert condition), 16 a file would not open / bad
      *  control card / no business date on the cycle-control file.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT EXCP-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CTL-RECORD.
           05 FILLER       PIC X(8).
           05 FILLER       PIC X(1).
           05 CTL-TOL-X    PIC X(10).
           05 FILLER       PIC X(1).
               ==BECI-RPT-BETA==   BY ==RPT-BETA==
               ==BECI-RPT-STATUS== BY ==RPT-STATUS==
               ==BECI-RPT-BLUME==  BY ==RPT-BLUME==
               ==BECI-RPT-VASICEK== BY ==RPT-VASICEK==
               ==BECI-RPT-DIMBETA== BY ==RPT-DIMBETA==.

       FD  HIST-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  EXCP-LINE PIC X(132).

       FD  CYC-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECICYC REPLACING
               ==BECI-CYC-REC==        BY ==CYC-RECORD==
               ==BECI-CYC-KEY==        BY ==CYC-KEY==
               ==BECI-CYC-JOB==        BY ==CYC-JOB==
               ==BECI-CYC-DATE==       BY ==CYC-DATE==
               ==BECI-CYC-STATUS==     BY ==CYC-STATUS==
               ==BECI-CYC-RC==         BY ==CYC-RC==
               ==BECI-CYC-START-DATE== BY ==CYC-START-DATE==
               ==BECI-CYC-START-TIME== BY ==CYC-START-TIME==
               ==BECI-CYC-END-DATE==   BY ==CYC-END-DATE==
               ==BECI-CYC-END-TIME==   BY ==CYC-END-TIME==
               ==BECI-CYC-BUSDATE==    BY ==CYC-BUSDATE==
               ==BECI-CYC-PREVDATE==   BY ==CYC-PREVDATE==
               ==BECI-CYC-EXCH==       BY ==CYC-EXCH==.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS  PIC X(2) VALUE '00'.
       01 WS-HIST-STATUS PIC X(2) VALUE '00'.
       01 WS-EXCP-STATUS PIC X(2) VALUE '00'.
       01 WS-CYC-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-EOF     PIC X(1) VALUE 'N'.
       01 WS-HIST-DONE   PIC X(1) VALUE 'N'.
       01 WS-RUN-DATE    PIC 9(8).
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-PRIOR-DATE  PIC 9(8).
      *  Which report column tonight's comparisons (and the history
      *  record) are taken from - the raw fit, one of the ADJMODE
      *  adjusted series, or the Dimson beta.
       01 WS-SERIES      PIC X(8) VALUE 'RAW'.
       01 WS-MON-BETA    PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
                   STOP RUN
           END-READ.
           CLOSE CTL-FILE.
           PERFORM READ-BUSINESS-DATE.
           COMPUTE WS-TOLERANCE = FUNCTION NUMVAL(CTL-TOL-X).
           IF WS-TOLERANCE <= 0
               DISPLAY 'BECIDRFT: DRIFTCTL TOLERANCE NOT POSITIVE'
               WHEN 'RAW'
               WHEN 'BLUME'
               WHEN 'VASICEK'
               WHEN 'DIMSON'
                   MOVE CTL-SERIES TO WS-SERIES
               WHEN OTHER
                   DISPLAY 'BECIDRFT: DRIFTCTL SERIES MUST BE RAW, '
                       'BLUME, VASICEK OR DIMSON, NOT ' CTL-SERIES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
                   MOVE RPT-BLUME TO WS-MON-BETA
               WHEN 'VASICEK'
                   MOVE RPT-VASICEK TO WS-MON-BETA
               WHEN 'DIMSON'
                   MOVE RPT-DIMBETA TO WS-MON-BETA
               WHEN OTHER
                   MOVE RPT-BETA TO WS-MON-BETA
           END-EVALUATE.
                           'STATUS ' WS-HIST-STATUS
                   END-IF
           END-WRITE.

      *  -----------------------------------------------------------
      *  Tonight's run date - the current business date on the
      *  cycle-control dataset.
      *  -----------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECIDRFT: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECIDRFT: NO BUSINESS DATE ON CYCFILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE TO WS-RUN-DATE.
           CLOSE CYC-FILE.
