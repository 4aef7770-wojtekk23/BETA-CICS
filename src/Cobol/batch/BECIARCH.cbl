      *  out (BECILOAD starts rejecting with KEYFULL at 99999).
      *
      *  ARCHCTL card: MODE cols 1-8, first date 10-17, second date
      *  19-26 (both YYYYMMDD), years of history to keep 28-29.
      *  Dates left blank come off the current business date on the
      *  cycle-control dataset (see BECICYC), so the standing
      *  nightly card never needs a date edited into it.
      *
      *  MODE=ARCHIVE  - unload every OLDFILE record with a trade
      *      date strictly before the first date to the sequential
      *      BECIREC layout, original key included), rebuild the
      *      survivors into NEWFILE re-keyed from 00001, and print a
      *      before/after reconciliation (record counts and first/
      *      last trade dates on each side) to RPTFILE. With the
      *      first date blank the cutoff is the business date less
      *      the years-to-keep (29 February falling back to the
      *      28th). The second date is ignored. OLDFILE is never
      *      written - operations swaps NEWFILE in over the live
      *      dataset (IDCAMS) only after the reconciliation
      *      balances, so a failed run leaves the live file
      *      untouched.
      *
      *  MODE=RETRIEVE - read the archive back by date range: every
      *      ARCFILE record whose trade date falls between the first
      *      and second dates inclusive is copied to OUTFILE (same
      *      185-byte layout), so a long-history regression can
      *      still be assembled when compliance asks. A blank
      *      second date reads up to the business date.
      *
      *  Return codes: 0 done and (for ARCHIVE) the reconciliation
      *  balances, 4 nothing archived / nothing retrieved, 16 a file
      *  would not open / bad control card / reconciliation out of
      *  balance / no business date on the cycle-control file.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
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
           05 CTL-DATE1  PIC X(8).
           05 FILLER     PIC X(1).
           05 CTL-DATE2  PIC X(8).
           05 FILLER     PIC X(1).
           05 CTL-KEEP   PIC X(2).
           05 FILLER     PIC X(51).

       FD  OLD-FILE
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
       01 WS-OLD-STATUS PIC X(2) VALUE '00'.
       01 WS-ARC-STATUS PIC X(2) VALUE '00'.
       01 WS-OUT-STATUS PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS PIC X(2) VALUE '00'.
       01 WS-CYC-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-EOF    PIC X(1) VALUE 'N'.
       01 WS-ARC-EOF    PIC X(1) VALUE 'N'.
       01 WS-CUTOFF     PIC 9(8).
       01 WS-CUTOFF-G REDEFINES WS-CUTOFF.
           05 WS-CUT-YYYY PIC 9(4).
           05 WS-CUT-MMDD PIC 9(4).
       01 WS-BUS-DATE   PIC 9(8).
       01 WS-KEEP-YRS   PIC 9(2).
       01 WS-FROM-DATE  PIC 9(8).
       01 WS-TO-DATE    PIC 9(8).
      *  One digit wider than the key it assigns, same as
      *  accumulating archive, surviving side re-keyed into NEWFILE.
      *  -----------------------------------------------------------
       ARCHIVE-PROC.
           IF CTL-DATE1 = SPACES
               IF CTL-KEEP NOT NUMERIC
                   DISPLAY 'BECIARCH: NO CUTOFF DATE AND NO NUMERIC '
                       'YEARS TO KEEP'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CTL-KEEP TO WS-KEEP-YRS
               PERFORM READ-BUSINESS-DATE
               MOVE WS-BUS-DATE TO WS-CUTOFF
               SUBTRACT WS-KEEP-YRS FROM WS-CUT-YYYY
               IF WS-CUT-MMDD = 0229
                   MOVE 0228 TO WS-CUT-MMDD
               END-IF
           ELSE
               IF CTL-DATE1 NOT NUMERIC
                   DISPLAY 'BECIARCH: CUTOFF DATE NOT NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CTL-DATE1 TO WS-CUTOFF
           END-IF.

           OPEN INPUT OLD-FILE.
           IF WS-OLD-STATUS NOT = '00'
      *  in the requested span back out in the same BECIREC layout.
      *  -----------------------------------------------------------
       RETRIEVE-PROC.
           IF CTL-DATE2 = SPACES
               PERFORM READ-BUSINESS-DATE
               MOVE WS-BUS-DATE TO WS-TO-DATE
           ELSE
               IF CTL-DATE2 NOT NUMERIC
                   DISPLAY 'BECIARCH: RETRIEVE DATES NOT NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CTL-DATE2 TO WS-TO-DATE
           END-IF.
           IF CTL-DATE1 NOT NUMERIC
               DISPLAY 'BECIARCH: RETRIEVE DATES NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CTL-DATE1 TO WS-FROM-DATE.

           OPEN INPUT ARC-FILE.
           IF WS-ARC-STATUS NOT = '00'
               AT END
                   MOVE 'Y' TO WS-ARC-EOF
           END-READ.

      *  -----------------------------------------------------------
      *  The current business date on the cycle-control dataset -
      *  only opened when the card leaves a date to it.
      *  -----------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECIARCH: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECIARCH: NO BUSINESS DATE ON CYCFILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE TO WS-BUS-DATE.
           CLOSE CYC-FILE.
