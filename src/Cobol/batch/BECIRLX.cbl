      *      XFILE,YFILE,WWW,YYYYMMDD,+BBB.BBBBBBBBBBBB
      *
      *  EXTRCTL card: X file cols 1-8, Y file 10-17, window 19-21,
      *  from-date 23-30, to-date 32-39. A blank to-date extracts up
      *  to the current business date on the cycle-control dataset
      *  (see BECICYC).
      *
      *  Return codes: 0 records extracted, 4 nothing in the span
      *  (the chart would be empty - worth knowing before the desk
           SELECT OUT-FILE ASSIGN TO EXTROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS STANDARD.
       01  OUT-LINE PIC X(60).

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
       01 WS-RLM-STATUS PIC X(2) VALUE '00'.
       01 WS-OUT-STATUS PIC X(2) VALUE '00'.
       01 WS-CYC-STATUS PIC X(2) VALUE '00'.
       01 WS-RLM-DONE   PIC X(1) VALUE 'N'.
       01 WS-WINDOW-N   PIC 9(3).
       01 WS-FROM-N     PIC 9(8).

           IF CTL-WINDOW NOT NUMERIC
              OR CTL-FROM NOT NUMERIC
              OR (CTL-TO NOT NUMERIC AND CTL-TO NOT = SPACES)
               DISPLAY 'BECIRLX: EXTRCTL WINDOW/DATES NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CTL-WINDOW TO WS-WINDOW-N.
           MOVE CTL-FROM   TO WS-FROM-N.
           IF CTL-TO = SPACES
               PERFORM READ-BUSINESS-DATE
           ELSE
               MOVE CTL-TO TO WS-TO-N
           END-IF.

           OPEN INPUT RLM-FILE.
           IF WS-RLM-STATUS NOT = '00'
           MOVE WS-BUILD-LINE TO OUT-LINE.
           WRITE OUT-LINE.
           ADD 1 TO WS-OUT-COUNT.

      *  -----------------------------------------------------------
      *  The current business date on the cycle-control dataset -
      *  only opened when the card leaves the to-date to it.
      *  -----------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECIRLX: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECIRLX: NO BUSINESS DATE ON CYCFILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE TO WS-TO-N.
           CLOSE CYC-FILE.
