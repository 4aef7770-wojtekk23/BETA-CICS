      *
      *  CALACTL card: ticker/file cols 1-8 (resolved through the
      *  security master for its exchange; NYSE when the master has
      *  nothing to say), from-date 10-17, to-date 19-26. A blank
      *  to-date audits up to the current business date on the
      *  cycle-control dataset (see BECICYC).
      *
      *  The sweep reads every PRCFILE record in the span and every
      *  calendar day for the exchange in the span, and reports:
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==BECI-SEC-SECTOR== BY ==SEC-SECTOR==
               ==BECI-SEC-EXCH==   BY ==SEC-EXCH==
               ==BECI-SEC-BENCH==  BY ==SEC-BENCH==
               ==BECI-SEC-ACTIVE== BY ==SEC-ACTIVE==
               ==BECI-SEC-CCY==    BY ==SEC-CCY==.

       FD  PRC-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RPT-LINE PIC X(132).

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
       01 WS-CTL-STATUS PIC X(2) VALUE '00'.
       01 WS-SEC-STATUS PIC X(2) VALUE '00'.
       01 WS-PRC-STATUS PIC X(2) VALUE '00'.
       01 WS-CAL-STATUS PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS PIC X(2) VALUE '00'.
       01 WS-CYC-STATUS PIC X(2) VALUE '00'.
       01 WS-PRC-EOF    PIC X(1) VALUE 'N'.
       01 WS-SWEEP-DONE PIC X(1) VALUE 'N'.
       01 WS-EXCH       PIC X(8) VALUE 'NYSE'.
                   STOP RUN
           END-READ.
           CLOSE CTL-FILE.
           IF CTL-FROM NOT NUMERIC
              OR (CTL-TO NOT NUMERIC AND CTL-TO NOT = SPACES)
               DISPLAY 'BECICALA: CALACTL DATES NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CTL-FROM TO WS-FROM-DATE.
           IF CTL-TO = SPACES
               PERFORM READ-BUSINESS-DATE
           ELSE
               MOVE CTL-TO TO WS-TO-DATE
           END-IF.

      *  The exchange comes off the master entry; a raw BECIIN file
      *  name (or no master) audits against NYSE.
           MOVE WS-GAP-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-GAP-COUNT.

      *  -----------------------------------------------------------
      *  The current business date on the cycle-control dataset -
      *  only opened when the card leaves the to-date to it.
      *  -----------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECICALA: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECICALA: NO BUSINESS DATE ON CYCFILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE TO WS-TO-DATE.
           CLOSE CYC-FILE.
