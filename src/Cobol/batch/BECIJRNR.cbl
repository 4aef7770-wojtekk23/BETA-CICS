       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECIJRNR.

      *  -----------------------------------------------------------
      *  Daily maintenance-journal report for the compliance
      *  sign-off that goes with the BECIAUDR run summary. Lists
      *  every entry the permanent journal BECIJRN (see BECIJRN,
      *  written inside CICS by BECIAUTH) holds from the day after
      *  the previous business date through the current one, both
      *  off the cycle-control dataset - so maintenance done over a
      *  weekend or holiday lands on the next business day's report
      *  instead of on none. For each entry: who, from
      *  which terminal and transaction, which function, whether it
      *  was done or refused, on what, and the before and after
      *  images. Operator names come from the operator list
      *  BECIOPR; a user id no longer on it prints without one.
      *
      *  The journal is never purged, so the range is reached with
      *  a START on its first key rather than a pass over every
      *  year on file. Before the first ROLL there is no previous
      *  business date, and the report starts at the top of the
      *  journal.
      *
      *  The page ends with the range's totals and a reviewed-by
      *  line for the sign-off.
      *
      *  Return codes: 0 clean range, 4 it had refused attempts
      *  (DENIED entries - someone tried a function the list does
      *  not grant them), 16 a file would not open / no business
      *  date on the cycle-control file.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT JRN-FILE ASSIGN TO JRNFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS JRN-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT OPR-FILE ASSIGN TO OPRFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OPR-KEY
               FILE STATUS IS WS-OPR-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

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

       FD  JRN-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIJRN REPLACING
               ==BECI-JRN-REC==    BY ==JRN-RECORD==
               ==BECI-JRN-KEY==    BY ==JRN-KEY==
               ==BECI-JRN-TS==     BY ==JRN-TS==
               ==BECI-JRN-SEQ==    BY ==JRN-SEQ==
               ==BECI-JRN-USER==   BY ==JRN-USER==
               ==BECI-JRN-TERM==   BY ==JRN-TERM==
               ==BECI-JRN-TRAN==   BY ==JRN-TRAN==
               ==BECI-JRN-ACTION== BY ==JRN-ACTION==
               ==BECI-JRN-RESULT== BY ==JRN-RESULT==
               ==BECI-JRN-OBJECT== BY ==JRN-OBJECT==
               ==BECI-JRN-BEFORE== BY ==JRN-BEFORE==
               ==BECI-JRN-AFTER==  BY ==JRN-AFTER==.

       FD  OPR-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIOPR REPLACING
               ==BECI-OPR-REC==      BY ==OPR-RECORD==
               ==BECI-OPR-KEY==      BY ==OPR-KEY==
               ==BECI-OPR-USER==     BY ==OPR-USER==
               ==BECI-OPR-NAME==     BY ==OPR-NAME==
               ==BECI-OPR-FUNCS==    BY ==OPR-FUNCS==
               ==BECI-OPR-FUNC-ENT== BY ==OPR-FUNC-ENT==
               ==BECI-OPR-FUNC==     BY ==OPR-FUNC==.

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  RPT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CYC-STATUS  PIC X(2) VALUE '00'.
       01 WS-JRN-STATUS  PIC X(2) VALUE '00'.
       01 WS-OPR-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS  PIC X(2) VALUE '00'.
       01 WS-JRN-DONE    PIC X(1) VALUE 'N'.
      *  The business date, and the same day as the journal time
      *  stamp writes it (YYYY-MM-DD) - the last day reported.
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
      *  The previous business date, and the first day reported -
      *  the day after it - in both forms.
       01 WS-PREV-DATE   PIC 9(8) VALUE 0.
       01 WS-DAY-INT     PIC 9(7).
       01 WS-FROM-DATE   PIC 9(8).
       01 WS-FROM-DATE-G REDEFINES WS-FROM-DATE.
           05 WS-FROM-YYYY PIC 9(4).
           05 WS-FROM-MM   PIC 9(2).
           05 WS-FROM-DD   PIC 9(2).
       01 WS-FROM-RPT.
           05 WS-FROM-RPT-YYYY PIC 9(4).
           05 FILLER           PIC X(1) VALUE '-'.
           05 WS-FROM-RPT-MM   PIC 9(2).
           05 FILLER           PIC X(1) VALUE '-'.
           05 WS-FROM-RPT-DD   PIC 9(2).
       01 WS-DENIED-SEEN PIC X(1) VALUE 'N'.

       01 WS-DAY-ENTRIES PIC 9(5) VALUE 0.
       01 WS-DAY-DONE    PIC 9(5) VALUE 0.
       01 WS-DAY-DENIED  PIC 9(5) VALUE 0.

       01 WS-HEAD-1.
           05 FILLER PIC X(34)
               VALUE 'BECIJRNR - MAINTENANCE JOURNAL    '.
           05 FILLER PIC X(4) VALUE 'FOR '.
           05 WS-HEAD-FROM PIC X(10).
           05 FILLER PIC X(6) VALUE ' THRU '.
           05 WS-HEAD-DATE PIC X(10).
           05 FILLER PIC X(68) VALUE SPACES.
      *  Each caption starts over its column in WS-DETAIL below -
      *  keep the two layouts in step.
       01 WS-HEAD-2.
           05 FILLER PIC X(11) VALUE 'DATE       '.
           05 FILLER PIC X(44) VALUE
               'TIME      USER     NAME                     '.
           05 FILLER PIC X(77) VALUE
               'TERM TRAN ACTION   RESULT   OBJECT'.
       01 WS-DETAIL.
           05 WS-DET-DATE   PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-TIME   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-USER   PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-NAME   PIC X(24).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-TERM   PIC X(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-TRAN   PIC X(4).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-ACTION PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-RESULT PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-OBJECT PIC X(16).
           05 FILLER        PIC X(33) VALUE SPACES.
       01 WS-IMAGE-LINE.
           05 FILLER        PIC X(10) VALUE SPACES.
           05 WS-IMG-LABEL  PIC X(8).
           05 WS-IMG-DATA   PIC X(80).
           05 FILLER        PIC X(34) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(21) VALUE 'TOTALS:      ENTRIES '.
           05 WS-TOT-ENTRIES PIC ZZZZ9.
           05 FILLER PIC X(9) VALUE ' CHANGES '.
           05 WS-TOT-DONE    PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE ' DENIED '.
           05 WS-TOT-DENIED  PIC ZZZZ9.
           05 FILLER PIC X(79) VALUE SPACES.
       01 WS-NONE-LINE.
           05 FILLER PIC X(35)
               VALUE 'NO MAINTENANCE ACTIONS JOURNALED   '.
           05 FILLER PIC X(97) VALUE SPACES.
       01 WS-SIGNOFF-LINE.
           05 FILLER PIC X(45) VALUE
               'REVIEWED BY: ________________________  DATE: '.
           05 FILLER PIC X(87) VALUE
               '__________   (WITH THE BECIAUDR DAILY SUMMARY)'.

       PROCEDURE DIVISION.
       MAIN-PROC.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUS-YYYY TO WS-RPT-YYYY.
           MOVE WS-BUS-MM   TO WS-RPT-MM.
           MOVE WS-BUS-DD   TO WS-RPT-DD.
           IF WS-PREV-DATE NOT = 0
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PREV-DATE) + 1
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-FROM-YYYY TO WS-FROM-RPT-YYYY
               MOVE WS-FROM-MM   TO WS-FROM-RPT-MM
               MOVE WS-FROM-DD   TO WS-FROM-RPT-DD
           END-IF.

           OPEN INPUT JRN-FILE.
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'BECIJRNR: JRNFILE OPEN FAILED, STATUS '
                   WS-JRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPR-FILE.
           IF WS-OPR-STATUS NOT = '00'
               DISPLAY 'BECIJRNR: OPRFILE OPEN FAILED, STATUS '
                   WS-OPR-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JRN-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BECIJRNR: RPTFILE OPEN FAILED, STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE JRN-FILE
               CLOSE OPR-FILE
               STOP RUN
           END-IF.

           IF WS-PREV-DATE = 0
               MOVE 'EARLIEST' TO WS-HEAD-FROM
           ELSE
               MOVE WS-FROM-RPT TO WS-HEAD-FROM
           END-IF.
           MOVE WS-RPT-DATE TO WS-HEAD-DATE.
           MOVE WS-HEAD-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HEAD-2 TO RPT-LINE.
           WRITE RPT-LINE.

      *  -----------------------------------------------------------
      *  Position on the first key of the range - the first date
      *  followed by low values sorts ahead of every time stamp on
      *  it - and read forward until the date passes the business
      *  date. The YYYY-MM-DD form compares in date order.
      *  -----------------------------------------------------------
           MOVE LOW-VALUES TO JRN-KEY.
           IF WS-PREV-DATE NOT = 0
               MOVE WS-FROM-RPT TO JRN-TS(1:10)
           END-IF.
           START JRN-FILE KEY >= JRN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-JRN-DONE
           END-START.
           PERFORM READ-JRN-NEXT UNTIL WS-JRN-DONE = 'Y'.

           PERFORM PRINT-TOTALS.

           CLOSE JRN-FILE.
           CLOSE OPR-FILE.
           CLOSE RPT-FILE.
           IF WS-DENIED-SEEN = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-JRN-NEXT.
           READ JRN-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-JRN-DONE
               NOT AT END
                   IF JRN-TS(1:10) > WS-RPT-DATE
                       MOVE 'Y' TO WS-JRN-DONE
                   ELSE
                       PERFORM PRINT-ENTRY
                   END-IF
           END-READ.

      *  -----------------------------------------------------------
      *  One entry: the detail line, then its before and after
      *  images on lines of their own - a BECISEC record image is
      *  too wide to share a line with the detail.
      *  -----------------------------------------------------------
       PRINT-ENTRY.
           ADD 1 TO WS-DAY-ENTRIES.
           IF JRN-RESULT = 'DENIED'
               ADD 1 TO WS-DAY-DENIED
               MOVE 'Y' TO WS-DENIED-SEEN
           ELSE
               ADD 1 TO WS-DAY-DONE
           END-IF.

           MOVE JRN-USER TO OPR-USER.
           READ OPR-FILE
               INVALID KEY
                   MOVE SPACES TO OPR-NAME
           END-READ.

           MOVE JRN-TS(1:10) TO WS-DET-DATE.
           MOVE JRN-TS(12:8) TO WS-DET-TIME.
           MOVE JRN-USER     TO WS-DET-USER.
           MOVE OPR-NAME     TO WS-DET-NAME.
           MOVE JRN-TERM     TO WS-DET-TERM.
           MOVE JRN-TRAN     TO WS-DET-TRAN.
           MOVE JRN-ACTION   TO WS-DET-ACTION.
           MOVE JRN-RESULT   TO WS-DET-RESULT.
           MOVE JRN-OBJECT   TO WS-DET-OBJECT.
           MOVE WS-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'BEFORE: ' TO WS-IMG-LABEL.
           IF JRN-BEFORE = SPACES
               MOVE '(NONE)' TO WS-IMG-DATA
           ELSE
               MOVE JRN-BEFORE TO WS-IMG-DATA
           END-IF.
           MOVE WS-IMAGE-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'AFTER:  ' TO WS-IMG-LABEL.
           IF JRN-AFTER = SPACES
               MOVE '(NONE)' TO WS-IMG-DATA
           ELSE
               MOVE JRN-AFTER TO WS-IMG-DATA
           END-IF.
           MOVE WS-IMAGE-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       PRINT-TOTALS.
           IF WS-DAY-ENTRIES = 0
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE WS-DAY-ENTRIES TO WS-TOT-ENTRIES.
           MOVE WS-DAY-DONE    TO WS-TOT-DONE.
           MOVE WS-DAY-DENIED  TO WS-TOT-DENIED.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-SIGNOFF-LINE TO RPT-LINE.
           WRITE RPT-LINE.

      *  -----------------------------------------------------------
      *  The report range ends on the current business date on the
      *  cycle-control dataset and starts the day after the
      *  previous one (zero until the first ROLL).
      *  -----------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECIJRNR: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECIJRNR: NO BUSINESS DATE ON CYCFILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE  TO WS-BUS-DATE.
           MOVE CYC-PREVDATE TO WS-PREV-DATE.
           CLOSE CYC-FILE.
