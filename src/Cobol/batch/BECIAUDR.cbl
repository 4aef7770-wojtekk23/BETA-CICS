      *  Daily operations summary from the permanent audit master
      *  file BECIAUDM (populated inside CICS by the BECIAUDP drain
      *  transaction - see that program; a TS queue cannot be read
      *  from batch). Reports on the current business date off the
      *  cycle-control dataset (see BECICYC) - the day the nightly
      *  stream is closing - walks the master sequentially, and
      *  prints one line per X/Y input-file pair run that day: total
      *  invocations, successes, the NODATA / NODATE / DQFAIL /
      *  NOTFND error tallies from the audit error message, any
      *  other error, and abend count with the last abend code seen.
      *
      *  Return codes: 0 clean day, 4 the day had errors or abends,
      *  16 a file would not open / no business date on the
      *  cycle-control file.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT AUDM-FILE ASSIGN TO AUDMFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDM-FILE
           RECORDING MODE F
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CYC-STATUS  PIC X(2) VALUE '00'.
       01 WS-AUDM-STATUS PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS  PIC X(2) VALUE '00'.
       01 WS-AUDM-EOF    PIC X(1) VALUE 'N'.
      *  The business date, and the same day as the audit time
      *  stamp writes it (YYYY-MM-DD).
       01 WS-BUS-DATE    PIC 9(8).
       01 WS-BUS-DATE-G REDEFINES WS-BUS-DATE.
           05 WS-BUS-YYYY PIC 9(4).
           05 WS-BUS-MM   PIC 9(2).
           05 WS-BUS-DD   PIC 9(2).
       01 WS-RPT-DATE.
           05 WS-RPT-YYYY PIC 9(4).
           05 FILLER      PIC X(1) VALUE '-'.
           05 WS-RPT-MM   PIC 9(2).
           05 FILLER      PIC X(1) VALUE '-'.
           05 WS-RPT-DD   PIC 9(2).
       01 WS-ERRORS-SEEN PIC X(1) VALUE 'N'.

       01 WS-PAIR-MAX    PIC 9(3) VALUE 200.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUS-YYYY TO WS-RPT-YYYY.
           MOVE WS-BUS-MM   TO WS-RPT-MM.
           MOVE WS-BUS-DD   TO WS-RPT-DD.

           OPEN INPUT AUDM-FILE.
           IF WS-AUDM-STATUS NOT = '00'
           MOVE WS-DAY-ABENDS TO WS-TOT-ABENDS.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *  -----------------------------------------------------------
      *  The report day - the current business date on the
      *  cycle-control dataset.
      *  -----------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECIAUDR: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECIAUDR: NO BUSINESS DATE ON CYCFILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE TO WS-BUS-DATE.
           CLOSE CYC-FILE.
