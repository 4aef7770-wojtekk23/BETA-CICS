       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECICYC.

      *  -----------------------------------------------------------
      *  Cycle-control step utility for the keyed cycle-control
      *  dataset (see BECICYC). It owns the business date every
      *  nightly batch program takes its run date from, and the
      *  per-date status of each job in the nightly stream. Every
      *  job in the stream brackets its work with a BEGIN step and
      *  an END step, and the date-roll job moves the stream on to
      *  the next trading day.
      *
      *  CYCCTL card: function cols 1-8, job name (or, for INIT and
      *  ROLL, the calendar exchange) 10-17, a date or return code
      *  19-26, then up to six job names at 28, 37, 46, 55, 64, 73.
      *
      *  INIT     - seed the cycle record: exchange in 10-17, first
      *      business date YYYYMMDD in 19-26. Refused once a cycle
      *      record exists - from then on the date only moves by
      *      ROLL.
      *  BEGIN    - open tonight's record for the job in 10-17,
      *      status RUNNING with the start time. Refused (RC=16, and
      *      the job's IF around its work steps skips them) unless
      *      every job listed from col 28 has closed for the same
      *      business date with a return code no higher than the
      *      limit in 19-22 (blank = 0000, i.e. clean), or has been
      *      RELEASED. Re-running a job is allowed - BECIBATD's own
      *      restart depends on it - and simply reopens the record.
      *  END      - close the job's record with the return code in
      *      19-22: CLEAN (0), WARNING (1-4) or FAILED. The job's
      *      JCL picks the END card by testing the highest step RC.
      *  RELEASE  - operations' sign-off on a WARNING for the job
      *      in 10-17: it then satisfies any BEGIN or ROLL check, as
      *      if it had run clean.
      *  ROLL     - advance the business date to the next open (O)
      *      or half (F) day on the BECICAL calendar of the cycle
      *      record's exchange (10-17 overrides it), so weekends
      *      and holidays are skipped. Refused unless every job
      *      listed from col 28 has closed for the current date
      *      within the 19-22 limit, as for BEGIN.
      *
      *  CALFILE is only opened for ROLL.
      *
      *  Return codes: 0 done, 16 a file would not open / bad card /
      *  out of sequence (a listed job not closed within the limit,
      *  or no open day on the calendar in the next month).
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO CYCCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT CAL-FILE ASSIGN TO CALFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CARD-RECORD.
           05 CARD-FUNC     PIC X(8).
           05 FILLER        PIC X(1).
           05 CARD-NAME     PIC X(8).
           05 FILLER        PIC X(1).
           05 CARD-VALUE    PIC X(8).
           05 CARD-JOBS.
               10 CARD-JOB-SLOT OCCURS 6 TIMES.
                   15 FILLER      PIC X(1).
                   15 CARD-JOB    PIC X(8).
       01  CARD-VALUE-VIEW.
           05 FILLER        PIC X(18).
           05 CARD-RC-X     PIC X(4).
           05 FILLER        PIC X(58).

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

       FD  CAL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECICAL REPLACING
               ==BECI-CAL-REC==    BY ==CAL-RECORD==
               ==BECI-CAL-KEY==    BY ==CAL-KEY==
               ==BECI-CAL-EXCH==   BY ==CAL-EXCH==
               ==BECI-CAL-DATE==   BY ==CAL-DATE==
               ==BECI-CAL-STATUS== BY ==CAL-STATUS==.

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC X(2) VALUE '00'.
       01 WS-CYC-STATUS  PIC X(2) VALUE '00'.
       01 WS-CAL-STATUS  PIC X(2) VALUE '00'.
       01 WS-CYCLE-KEY   PIC X(8) VALUE 'BUSDATE'.
       01 WS-BUS-DATE    PIC 9(8).
       01 WS-EXCH        PIC X(8).
       01 WS-RC-LIMIT    PIC 9(4).
       01 WS-END-RC      PIC 9(4).
       01 WS-JOB-SUB     PIC 9(1).
       01 WS-JOBS-OK     PIC X(1).
       01 WS-THIS-JOB    PIC X(8).
       01 WS-CAL-FOUND   PIC X(1).
       01 WS-JOB-FOUND   PIC X(1).
       01 WS-DAY-INT     PIC 9(7).
       01 WS-DAY-TRIES   PIC 9(2).
       01 WS-NEXT-DATE   PIC 9(8).
       01 WS-NOW-DATE    PIC 9(8).
       01 WS-TIME-RAW    PIC 9(8).
       01 WS-NOW-TIME    PIC 9(6).
      *  Card date viewed whole and by its calendar parts - same
      *  REDEFINES idiom as BECICALL's card edits.
       01 WS-CARD-DATE-N PIC 9(8).
       01 WS-CARD-DATE-G REDEFINES WS-CARD-DATE-N.
           05 WS-DATE-YYYY PIC 9(4).
           05 WS-DATE-MM   PIC 9(2).
           05 WS-DATE-DD   PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROC.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BECICYC: CYCCTL OPEN FAILED, STATUS '
                   WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CARD-FILE
               AT END
                   DISPLAY 'BECICYC: CYCCTL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CARD-FILE
                   STOP RUN
           END-READ.
           CLOSE CARD-FILE.

           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-NOW-TIME = WS-TIME-RAW / 100.

      *  Status 35 = a cycle-control dataset that has never been
      *  initialised - only INIT may create it.
           OPEN I-O CYC-FILE.
           IF WS-CYC-STATUS = '35' AND CARD-FUNC = 'INIT'
               OPEN OUTPUT CYC-FILE
               IF WS-CYC-STATUS = '00'
                   CLOSE CYC-FILE
                   OPEN I-O CYC-FILE
               END-IF
           END-IF.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECICYC: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EVALUATE CARD-FUNC
               WHEN 'INIT'
                   PERFORM INIT-PROC
               WHEN 'BEGIN'
                   PERFORM BEGIN-PROC
               WHEN 'END'
                   PERFORM END-PROC
               WHEN 'RELEASE'
                   PERFORM RELEASE-PROC
               WHEN 'ROLL'
                   PERFORM ROLL-PROC
               WHEN OTHER
                   DISPLAY 'BECICYC: FUNCTION MUST BE INIT, BEGIN, '
                       'END, RELEASE OR ROLL, NOT ' CARD-FUNC
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

           CLOSE CYC-FILE.
           STOP RUN.

      *  -----------------------------------------------------------
      *  The cycle record - every function but INIT needs it.
      *  -----------------------------------------------------------
       READ-CYCLE-RECORD.
           MOVE WS-CYCLE-KEY TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECICYC: NO BUSINESS DATE ON CYCFILE - '
                       'RUN INIT FIRST'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE TO WS-BUS-DATE.
           MOVE CYC-EXCH    TO WS-EXCH.

      *  -----------------------------------------------------------
      *  One job's record for the current business date.
      *  -----------------------------------------------------------
       READ-JOB-RECORD.
           MOVE WS-THIS-JOB TO CYC-JOB.
           MOVE WS-BUS-DATE TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-JOB-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-JOB-FOUND
           END-READ.

       INIT-PROC.
           IF CARD-NAME = SPACES OR CARD-VALUE NOT NUMERIC
               DISPLAY 'BECICYC: INIT NEEDS AN EXCHANGE AND A '
                   'NUMERIC BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE CARD-VALUE TO WS-CARD-DATE-N
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                  OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
                  OR WS-CARD-DATE-N < 19000101
                   DISPLAY 'BECICYC: INIT BUSINESS DATE INVALID - '
                       CARD-VALUE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO CYC-RECORD
                   MOVE WS-CYCLE-KEY TO CYC-JOB
                   MOVE 0 TO CYC-DATE
                   MOVE 'OPEN' TO CYC-STATUS
                   MOVE 0 TO CYC-RC
                   MOVE WS-NOW-DATE TO CYC-START-DATE
                   MOVE WS-NOW-TIME TO CYC-START-TIME
                   MOVE 0 TO CYC-END-DATE
                   MOVE 0 TO CYC-END-TIME
                   MOVE WS-CARD-DATE-N TO CYC-BUSDATE
                   MOVE 0 TO CYC-PREVDATE
                   MOVE CARD-NAME TO CYC-EXCH
                   WRITE CYC-RECORD
                       INVALID KEY
                           DISPLAY 'BECICYC: CYCFILE ALREADY HAS A '
                               'BUSINESS DATE - USE ROLL, STATUS '
                               WS-CYC-STATUS
                           MOVE 16 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY 'BECICYC: BUSINESS DATE SET TO '
                               WS-CARD-DATE-N ', CALENDAR '
                               CARD-NAME
                   END-WRITE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  The 19-22 limit shared by BEGIN and ROLL - the highest
      *  return code a listed job may have closed with.
      *  -----------------------------------------------------------
       EDIT-RC-LIMIT.
           MOVE 0 TO WS-RC-LIMIT.
           IF CARD-RC-X NOT = SPACES
               IF CARD-RC-X NOT NUMERIC
                   DISPLAY 'BECICYC: RC LIMIT NOT NUMERIC - '
                       CARD-RC-X
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
               END-IF
               MOVE CARD-RC-X TO WS-RC-LIMIT
           END-IF.

      *  -----------------------------------------------------------
      *  Every job listed from col 28 must have closed for the
      *  business date within the limit. All of them are checked
      *  and reported, so one look at SYSOUT shows what is holding
      *  the stream.
      *  -----------------------------------------------------------
       CHECK-LISTED-JOBS.
           MOVE 'Y' TO WS-JOBS-OK.
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > 6
               IF CARD-JOB(WS-JOB-SUB) NOT = SPACES
                   MOVE CARD-JOB(WS-JOB-SUB) TO WS-THIS-JOB
                   PERFORM CHECK-ONE-JOB
               END-IF
           END-PERFORM.

       CHECK-ONE-JOB.
           PERFORM READ-JOB-RECORD.
           IF WS-JOB-FOUND NOT = 'Y'
               DISPLAY 'BECICYC: ' WS-THIS-JOB ' HAS NOT RUN FOR '
                   WS-BUS-DATE
               MOVE 'N' TO WS-JOBS-OK
           ELSE
               EVALUATE TRUE
                   WHEN CYC-STATUS = 'RELEASED'
                       CONTINUE
                   WHEN CYC-STATUS = 'RUNNING'
                       DISPLAY 'BECICYC: ' WS-THIS-JOB
                           ' IS STILL RUNNING FOR ' WS-BUS-DATE
                       MOVE 'N' TO WS-JOBS-OK
                   WHEN CYC-RC > WS-RC-LIMIT
                       DISPLAY 'BECICYC: ' WS-THIS-JOB ' ENDED '
                           CYC-STATUS ' RC ' CYC-RC ' FOR '
                           WS-BUS-DATE ' - NEEDS RC ' WS-RC-LIMIT
                           ' OR LESS, OR A RELEASE'
                       MOVE 'N' TO WS-JOBS-OK
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       BEGIN-PROC.
           IF CARD-NAME = SPACES
               DISPLAY 'BECICYC: BEGIN NEEDS A JOB NAME'
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.
           PERFORM EDIT-RC-LIMIT.
           PERFORM READ-CYCLE-RECORD.
           PERFORM CHECK-LISTED-JOBS.
           IF WS-JOBS-OK NOT = 'Y'
               DISPLAY 'BECICYC: ' CARD-NAME ' NOT STARTED FOR '
                   WS-BUS-DATE ' - OUT OF SEQUENCE'
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.

           MOVE CARD-NAME TO WS-THIS-JOB.
           PERFORM READ-JOB-RECORD.
           IF WS-JOB-FOUND = 'Y'
               IF CYC-STATUS = 'RUNNING'
                   DISPLAY 'BECICYC: ' CARD-NAME ' WAS STILL '
                       'RUNNING FROM ' CYC-START-DATE ' '
                       CYC-START-TIME ' - PRIOR RUN NEVER ENDED'
               ELSE
                   DISPLAY 'BECICYC: ' CARD-NAME ' RERUN FOR '
                       WS-BUS-DATE ', LAST ENDED ' CYC-STATUS
                       ' RC ' CYC-RC
               END-IF
           END-IF.
           MOVE SPACES TO CYC-RECORD.
           MOVE CARD-NAME TO CYC-JOB.
           MOVE WS-BUS-DATE TO CYC-DATE.
           MOVE 'RUNNING' TO CYC-STATUS.
           MOVE 0 TO CYC-RC.
           MOVE WS-NOW-DATE TO CYC-START-DATE.
           MOVE WS-NOW-TIME TO CYC-START-TIME.
           MOVE 0 TO CYC-END-DATE.
           MOVE 0 TO CYC-END-TIME.
           MOVE 0 TO CYC-BUSDATE.
           MOVE 0 TO CYC-PREVDATE.
           IF WS-JOB-FOUND = 'Y'
               REWRITE CYC-RECORD
                   INVALID KEY
                       DISPLAY 'BECICYC: CYCFILE REWRITE FAILED, '
                           'STATUS ' WS-CYC-STATUS
                       MOVE 16 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE CYC-RECORD
                   INVALID KEY
                       DISPLAY 'BECICYC: CYCFILE WRITE FAILED, '
                           'STATUS ' WS-CYC-STATUS
                       MOVE 16 TO RETURN-CODE
               END-WRITE
           END-IF.
           IF RETURN-CODE = 0
               DISPLAY 'BECICYC: ' CARD-NAME ' STARTED FOR BUSINESS '
                   'DATE ' WS-BUS-DATE
           END-IF.

       END-PROC.
           IF CARD-NAME = SPACES OR CARD-RC-X NOT NUMERIC
               DISPLAY 'BECICYC: END NEEDS A JOB NAME AND A '
                   'NUMERIC RETURN CODE'
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.
           MOVE CARD-RC-X TO WS-END-RC.
           PERFORM READ-CYCLE-RECORD.
           MOVE CARD-NAME TO WS-THIS-JOB.
           PERFORM READ-JOB-RECORD.
           IF WS-JOB-FOUND NOT = 'Y'
               DISPLAY 'BECICYC: ' CARD-NAME ' WAS NEVER STARTED FOR '
                   WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN WS-END-RC = 0
                   MOVE 'CLEAN' TO CYC-STATUS
               WHEN WS-END-RC <= 4
                   MOVE 'WARNING' TO CYC-STATUS
               WHEN OTHER
                   MOVE 'FAILED' TO CYC-STATUS
           END-EVALUATE.
           MOVE WS-END-RC TO CYC-RC.
           MOVE WS-NOW-DATE TO CYC-END-DATE.
           MOVE WS-NOW-TIME TO CYC-END-TIME.
           REWRITE CYC-RECORD
               INVALID KEY
                   DISPLAY 'BECICYC: CYCFILE REWRITE FAILED, STATUS '
                       WS-CYC-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'BECICYC: ' CARD-NAME ' ENDED ' CYC-STATUS
                       ' RC ' CYC-RC ' FOR BUSINESS DATE '
                       WS-BUS-DATE
           END-REWRITE.

       RELEASE-PROC.
           IF CARD-NAME = SPACES
               DISPLAY 'BECICYC: RELEASE NEEDS A JOB NAME'
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.
           PERFORM READ-CYCLE-RECORD.
           MOVE CARD-NAME TO WS-THIS-JOB.
           PERFORM READ-JOB-RECORD.
           IF WS-JOB-FOUND NOT = 'Y' OR CYC-STATUS NOT = 'WARNING'
               DISPLAY 'BECICYC: ' CARD-NAME ' HAS NO WARNING TO '
                   'RELEASE FOR ' WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.
           MOVE 'RELEASED' TO CYC-STATUS.
           REWRITE CYC-RECORD
               INVALID KEY
                   DISPLAY 'BECICYC: CYCFILE REWRITE FAILED, STATUS '
                       WS-CYC-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'BECICYC: ' CARD-NAME ' RC ' CYC-RC
                       ' RELEASED FOR BUSINESS DATE ' WS-BUS-DATE
           END-REWRITE.

      *  -----------------------------------------------------------
      *  ROLL - step a day at a time from the current business date
      *  until the calendar shows an open or half day. A month with
      *  no open day means the calendar deck for it was never
      *  loaded, and rolling into the void is refused.
      *  -----------------------------------------------------------
       ROLL-PROC.
           PERFORM EDIT-RC-LIMIT.
           PERFORM READ-CYCLE-RECORD.
           IF CARD-NAME NOT = SPACES
               MOVE CARD-NAME TO WS-EXCH
           END-IF.
           PERFORM CHECK-LISTED-JOBS.
           IF WS-JOBS-OK NOT = 'Y'
               DISPLAY 'BECICYC: BUSINESS DATE ' WS-BUS-DATE
                   ' NOT ROLLED - OUT OF SEQUENCE'
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.

           OPEN INPUT CAL-FILE.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'BECICYC: CALFILE OPEN FAILED, STATUS '
                   WS-CAL-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-BUS-DATE).
           MOVE 'N' TO WS-CAL-FOUND.
           PERFORM VARYING WS-DAY-TRIES FROM 1 BY 1
                   UNTIL WS-DAY-TRIES > 31
                      OR WS-CAL-FOUND = 'Y'
               ADD 1 TO WS-DAY-INT
               COMPUTE WS-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-EXCH      TO CAL-EXCH
               MOVE WS-NEXT-DATE TO CAL-DATE
               READ CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-STATUS = 'O' OR CAL-STATUS = 'F'
                           MOVE 'Y' TO WS-CAL-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CAL-FILE.
           IF WS-CAL-FOUND NOT = 'Y'
               DISPLAY 'BECICYC: NO OPEN DAY ON THE ' WS-EXCH
                   ' CALENDAR WITHIN A MONTH OF ' WS-BUS-DATE
               MOVE 16 TO RETURN-CODE
               CLOSE CYC-FILE
               STOP RUN
           END-IF.

      *  The listed-job checks read other records - re-read the
      *  cycle record before rewriting it.
           PERFORM READ-CYCLE-RECORD.
           MOVE WS-BUS-DATE  TO CYC-PREVDATE.
           MOVE WS-NEXT-DATE TO CYC-BUSDATE.
           IF CARD-NAME NOT = SPACES
               MOVE CARD-NAME TO CYC-EXCH
           END-IF.
           MOVE WS-NOW-DATE  TO CYC-START-DATE.
           MOVE WS-NOW-TIME  TO CYC-START-TIME.
           REWRITE CYC-RECORD
               INVALID KEY
                   DISPLAY 'BECICYC: CYCFILE REWRITE FAILED, STATUS '
                       WS-CYC-STATUS
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'BECICYC: BUSINESS DATE ROLLED FROM '
                       WS-BUS-DATE ' TO ' WS-NEXT-DATE ', CALENDAR '
                       CYC-EXCH
           END-REWRITE.
