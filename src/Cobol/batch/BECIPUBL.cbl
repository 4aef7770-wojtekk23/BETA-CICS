       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECIPUBL.

      *  -----------------------------------------------------------
      *  End-of-day beta publication - the last work step of the
      *  BECIBAT job. Reads tonight's consolidated report (see
      *  BECIRPT) and writes the outbound publication file (see
      *  BECIPUB) the downstream risk and client-reporting systems
      *  load, so they no longer read the internal report and are
      *  not broken when its layout grows: a header with the
      *  business date and run id, one detail per published pair
      *  and a trailer with the record count and the hash total of
      *  the published raw betas.
      *
      *  Both legs of a pair are published as security master
      *  tickers (see BECISEC). A control line keyed with a raw
      *  BECIIN file name is matched back to its ticker through the
      *  master's price file column, as in BECIPEER; a leg with no
      *  master entry at all cannot be published under a ticker and
      *  the row is held back.
      *
      *  Nothing doubtful reaches the client reports: a row whose
      *  status is not OK is always held back, and a pair on
      *  tonight's BECIDRFT drift exception report (DRIFT or
      *  SIGNFLIP) is held back too - or, on a PUBCTL card saying
      *  MARK, published with the exception in the detail's flag
      *  column so the receiver can quarantine it itself. Every
      *  held row is listed on SYSOUT with the reason, and counted
      *  on the trailer.
      *
      *  PUBCTL card: drift disposition in cols 1-8, HOLD (the
      *  default when blank) or MARK.
      *
      *  Return codes: 0 every report row published clean, 4 one or
      *  more rows held back or marked (listed on SYSOUT), 16 a file
      *  would not open / bad control card / no business date.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO PUBCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT RPT-FILE ASSIGN TO RPTFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SEC-FILE ASSIGN TO SECFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SEC-TICKER
               FILE STATUS IS WS-SEC-STATUS.
           SELECT EXCP-FILE ASSIGN TO EXCPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT CYC-FILE ASSIGN TO CYCFILE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CYC-KEY
               FILE STATUS IS WS-CYC-STATUS.
           SELECT PUB-FILE ASSIGN TO PUBFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CTL-RECORD.
           05 CTL-DRIFT    PIC X(8).
           05 FILLER       PIC X(72).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIRPT REPLACING
               ==BECI-RPT-REC==     BY ==RPT-RECORD==
               ==BECI-RPT-XFILE==   BY ==RPT-XFILE==
               ==BECI-RPT-YFILE==   BY ==RPT-YFILE==
               ==BECI-RPT-BETA==    BY ==RPT-BETA==
               ==BECI-RPT-RSQ==     BY ==RPT-RSQ==
               ==BECI-RPT-OBSCNT==  BY ==RPT-OBSCNT==
               ==BECI-RPT-STATUS==  BY ==RPT-STATUS==
               ==BECI-RPT-BLUME==   BY ==RPT-BLUME==
               ==BECI-RPT-VASICEK== BY ==RPT-VASICEK==.

       FD  SEC-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECISEC REPLACING
               ==BECI-SEC-REC==    BY ==SEC-RECORD==
               ==BECI-SEC-KEY==    BY ==SEC-KEY==
               ==BECI-SEC-TICKER== BY ==SEC-TICKER==
               ==BECI-SEC-PFILE==  BY ==SEC-PFILE==
               ==BECI-SEC-NAME==   BY ==SEC-NAME==
               ==BECI-SEC-SECTOR== BY ==SEC-SECTOR==
               ==BECI-SEC-EXCH==   BY ==SEC-EXCH==
               ==BECI-SEC-BENCH==  BY ==SEC-BENCH==
               ==BECI-SEC-ACTIVE== BY ==SEC-ACTIVE==
               ==BECI-SEC-CCY==    BY ==SEC-CCY==.

      *  -----------------------------------------------------------
      *  BECIDRFT's exception report, read back as print lines. The
      *  columns below are BECIDRFT's WS-DETAIL line - keep the two
      *  in step. Its heading and trailer lines carry neither flag
      *  value in the flag columns, so only detail lines match.
      *  -----------------------------------------------------------
       FD  EXCP-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  EXCP-LINE.
           05 EXCP-XFILE   PIC X(8).
           05 FILLER       PIC X(1).
           05 EXCP-YFILE   PIC X(8).
           05 FILLER       PIC X(46).
           05 EXCP-FLAG    PIC X(8).
           05 FILLER       PIC X(61).

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

       FD  PUB-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIPUB REPLACING
               ==BECI-PUB-REC==       BY ==PUB-RECORD==
               ==BECI-PUB-TYPE==      BY ==PUB-TYPE==
               ==BECI-PUB-BODY==      BY ==PUB-BODY==
               ==BECI-PUB-HEADER==    BY ==PUB-HEADER==
               ==BECI-PUB-H-BUSDATE== BY ==PUB-H-BUSDATE==
               ==BECI-PUB-H-RUNID==   BY ==PUB-H-RUNID==
               ==BECI-PUB-H-SOURCE==  BY ==PUB-H-SOURCE==
               ==BECI-PUB-H-VERSION== BY ==PUB-H-VERSION==
               ==BECI-PUB-DETAIL==    BY ==PUB-DETAIL==
               ==BECI-PUB-D-XTICKER== BY ==PUB-D-XTICKER==
               ==BECI-PUB-D-YTICKER== BY ==PUB-D-YTICKER==
               ==BECI-PUB-D-BETA==    BY ==PUB-D-BETA==
               ==BECI-PUB-D-BLUME==   BY ==PUB-D-BLUME==
               ==BECI-PUB-D-VASICEK== BY ==PUB-D-VASICEK==
               ==BECI-PUB-D-RSQ==     BY ==PUB-D-RSQ==
               ==BECI-PUB-D-OBSCNT==  BY ==PUB-D-OBSCNT==
               ==BECI-PUB-D-FLAG==    BY ==PUB-D-FLAG==
               ==BECI-PUB-TRAILER==   BY ==PUB-TRAILER==
               ==BECI-PUB-T-COUNT==   BY ==PUB-T-COUNT==
               ==BECI-PUB-T-HASH==    BY ==PUB-T-HASH==
               ==BECI-PUB-T-HELD==    BY ==PUB-T-HELD==.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS  PIC X(2) VALUE '00'.
       01 WS-SEC-STATUS  PIC X(2) VALUE '00'.
       01 WS-EXCP-STATUS PIC X(2) VALUE '00'.
       01 WS-CYC-STATUS  PIC X(2) VALUE '00'.
       01 WS-PUB-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-EOF     PIC X(1) VALUE 'N'.
       01 WS-SEC-EOF     PIC X(1) VALUE 'N'.
       01 WS-EXCP-EOF    PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE    PIC 9(8).
       01 WS-DRIFT-MODE  PIC X(8) VALUE 'HOLD'.

      *  The run id: the date and time the file was written, which
      *  is what tells two runs for the same business date apart.
       01 WS-RUN-ID.
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-TIME PIC 9(6).
       01 WS-TIME-RAW    PIC 9(8).

      *  Layout version of BECIPUB, carried on the header.
       01 WS-PUB-VERSION PIC 9(2) VALUE 1.
       01 WS-PUB-SOURCE  PIC X(8) VALUE 'BECI'.

       01 WS-ROWS-READ   PIC 9(7) VALUE 0.
       01 WS-ROWS-PUB    PIC 9(7) VALUE 0.
       01 WS-ROWS-HELD   PIC 9(7) VALUE 0.
       01 WS-ROWS-MARKED PIC 9(7) VALUE 0.
       01 WS-HASH-TOTAL  PIC S9(7)V9(12) VALUE 0
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-HOLD-REASON PIC X(8).

      *  -----------------------------------------------------------
      *  The security master, loaded whole up front - a raw file
      *  name can only be matched on the price file column, which is
      *  not the key. A master bigger than the table loads the first
      *  2000 and says so; the names past that cannot be resolved
      *  and their rows are held back.
      *  -----------------------------------------------------------
       01 WS-SECT-MAX    PIC 9(4) VALUE 2000.
       01 WS-SECT-CNT    PIC 9(4) VALUE 0.
       01 WS-SECT-SUB    PIC 9(4).
       01 WS-SECT-FOUND  PIC X(1).
       01 WS-SECT-TABLE.
           05 WS-SECT-ENTRY OCCURS 2000 TIMES.
               10 WS-SECT-TICKER PIC X(8).
               10 WS-SECT-PFILE  PIC X(8).
       01 WS-FIND-NAME   PIC X(8).
       01 WS-FIND-TICKER PIC X(8).
       01 WS-X-TICKER    PIC X(8).
       01 WS-Y-TICKER    PIC X(8).

      *  -----------------------------------------------------------
      *  Tonight's drift exceptions, keyed as the report row was
      *  (the names off the control line), with their flag. One
      *  exception per pair - BECIDRFT writes at most one.
      *  -----------------------------------------------------------
       01 WS-DRFT-MAX    PIC 9(4) VALUE 2000.
       01 WS-DRFT-CNT    PIC 9(4) VALUE 0.
       01 WS-DRFT-SUB    PIC 9(4).
       01 WS-DRFT-FOUND  PIC X(1).
       01 WS-DRFT-TABLE.
           05 WS-DRFT-ENTRY OCCURS 2000 TIMES.
               10 WS-DRFT-XFILE  PIC X(8).
               10 WS-DRFT-YFILE  PIC X(8).
               10 WS-DRFT-FLAG   PIC X(8).

       01 WS-HOLD-LINE.
           05 FILLER      PIC X(23) VALUE 'BECIPUBL: HELD BACK    '.
           05 WS-HLD-X    PIC X(8).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 WS-HLD-Y    PIC X(8).
           05 FILLER      PIC X(9) VALUE ' REASON: '.
           05 WS-HLD-WHY  PIC X(8).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 WS-HLD-TEXT PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROC.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'BECIPUBL: PUBCTL OPEN FAILED, STATUS '
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'BECIPUBL: PUBCTL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CTL-FILE
                   STOP RUN
           END-READ.
           CLOSE CTL-FILE.
           EVALUATE CTL-DRIFT
               WHEN SPACES
               WHEN 'HOLD'
                   MOVE 'HOLD' TO WS-DRIFT-MODE
               WHEN 'MARK'
                   MOVE 'MARK' TO WS-DRIFT-MODE
               WHEN OTHER
                   DISPLAY 'BECIPUBL: PUBCTL DRIFT DISPOSITION MUST '
                       'BE HOLD OR MARK, NOT ' CTL-DRIFT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM READ-BUSINESS-DATE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-RAW FROM TIME.
           COMPUTE WS-RUN-TIME = WS-TIME-RAW / 100.

           OPEN INPUT SEC-FILE.
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'BECIPUBL: SECFILE OPEN FAILED, STATUS '
                   WS-SEC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SEC-TABLE.
           CLOSE SEC-FILE.

           OPEN INPUT EXCP-FILE.
           IF WS-EXCP-STATUS NOT = '00'
               DISPLAY 'BECIPUBL: EXCPFILE OPEN FAILED, STATUS '
                   WS-EXCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-DRIFT-TABLE.
           CLOSE EXCP-FILE.

           OPEN INPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BECIPUBL: RPTFILE OPEN FAILED, STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PUB-FILE.
           IF WS-PUB-STATUS NOT = '00'
               DISPLAY 'BECIPUBL: PUBFILE OPEN FAILED, STATUS '
                   WS-PUB-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               STOP RUN
           END-IF.

           PERFORM WRITE-HEADER.
           PERFORM READ-RPT-RECORD.
           PERFORM UNTIL WS-RPT-EOF = 'Y'
               ADD 1 TO WS-ROWS-READ
               PERFORM PUBLISH-ROW
               PERFORM READ-RPT-RECORD
           END-PERFORM.
           PERFORM WRITE-TRAILER.

           CLOSE RPT-FILE.
           CLOSE PUB-FILE.

           DISPLAY 'BECIPUBL: BUSINESS DATE ' WS-BUS-DATE
               ' RUN ID ' WS-RUN-ID.
           DISPLAY 'BECIPUBL: REPORT ROWS ' WS-ROWS-READ
               ' PUBLISHED ' WS-ROWS-PUB
               ' HELD BACK ' WS-ROWS-HELD
               ' MARKED ' WS-ROWS-MARKED.
           IF WS-ROWS-HELD > 0 OR WS-ROWS-MARKED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *  -----------------------------------------------------------
      *  The business date the betas are published for - the
      *  current business date on the cycle-control dataset.
      *  -----------------------------------------------------------
       READ-BUSINESS-DATE.
           OPEN INPUT CYC-FILE.
           IF WS-CYC-STATUS NOT = '00'
               DISPLAY 'BECIPUBL: CYCFILE OPEN FAILED, STATUS '
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'BUSDATE' TO CYC-JOB.
           MOVE 0 TO CYC-DATE.
           READ CYC-FILE
               INVALID KEY
                   DISPLAY 'BECIPUBL: NO BUSINESS DATE ON CYCFILE'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CYC-FILE
                   STOP RUN
           END-READ.
           MOVE CYC-BUSDATE TO WS-BUS-DATE.
           CLOSE CYC-FILE.

       LOAD-SEC-TABLE.
           PERFORM READ-SEC-RECORD.
           PERFORM UNTIL WS-SEC-EOF = 'Y'
               IF WS-SECT-CNT < WS-SECT-MAX
                   ADD 1 TO WS-SECT-CNT
                   MOVE SEC-TICKER TO WS-SECT-TICKER(WS-SECT-CNT)
                   MOVE SEC-PFILE  TO WS-SECT-PFILE(WS-SECT-CNT)
               ELSE
                   DISPLAY 'BECIPUBL: SECURITY MASTER PAST '
                       WS-SECT-MAX ' ENTRIES, ' SEC-TICKER
                       ' NOT LOADED'
               END-IF
               PERFORM READ-SEC-RECORD
           END-PERFORM.

       READ-SEC-RECORD.
           READ SEC-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SEC-EOF
           END-READ.

       LOAD-DRIFT-TABLE.
           PERFORM READ-EXCP-RECORD.
           PERFORM UNTIL WS-EXCP-EOF = 'Y'
               IF EXCP-FLAG = 'DRIFT' OR EXCP-FLAG = 'SIGNFLIP'
                   IF WS-DRFT-CNT < WS-DRFT-MAX
                       ADD 1 TO WS-DRFT-CNT
                       MOVE EXCP-XFILE TO WS-DRFT-XFILE(WS-DRFT-CNT)
                       MOVE EXCP-YFILE TO WS-DRFT-YFILE(WS-DRFT-CNT)
                       MOVE EXCP-FLAG  TO WS-DRFT-FLAG(WS-DRFT-CNT)
                   ELSE
                       DISPLAY 'BECIPUBL: DRIFT EXCEPTIONS PAST '
                           WS-DRFT-MAX ', ' EXCP-XFILE ' '
                           EXCP-YFILE ' NOT LOADED'
                   END-IF
               END-IF
               PERFORM READ-EXCP-RECORD
           END-PERFORM.

       READ-EXCP-RECORD.
           READ EXCP-FILE
               AT END
                   MOVE 'Y' TO WS-EXCP-EOF
           END-READ.

       READ-RPT-RECORD.
           READ RPT-FILE
               AT END
                   MOVE 'Y' TO WS-RPT-EOF
           END-READ.

      *  -----------------------------------------------------------
      *  One report row: held back if it failed, if either leg has
      *  no ticker on the master, or (in HOLD mode) if it is on the
      *  drift report; otherwise written, carrying its drift flag
      *  in MARK mode.
      *  -----------------------------------------------------------
       PUBLISH-ROW.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE SPACES TO WS-HLD-TEXT.
           IF RPT-STATUS NOT = 'OK'
               MOVE 'STATUS' TO WS-HOLD-REASON
               MOVE RPT-STATUS TO WS-HLD-TEXT
           END-IF.

           IF WS-HOLD-REASON = SPACES
               MOVE RPT-XFILE TO WS-FIND-NAME
               PERFORM FIND-TICKER
               MOVE WS-FIND-TICKER TO WS-X-TICKER
               IF WS-SECT-FOUND NOT = 'Y'
                   MOVE 'NOTICKER' TO WS-HOLD-REASON
                   MOVE RPT-XFILE TO WS-HLD-TEXT
               END-IF
           END-IF.
           IF WS-HOLD-REASON = SPACES
               MOVE RPT-YFILE TO WS-FIND-NAME
               PERFORM FIND-TICKER
               MOVE WS-FIND-TICKER TO WS-Y-TICKER
               IF WS-SECT-FOUND NOT = 'Y'
                   MOVE 'NOTICKER' TO WS-HOLD-REASON
                   MOVE RPT-YFILE TO WS-HLD-TEXT
               END-IF
           END-IF.

           IF WS-HOLD-REASON = SPACES
               PERFORM FIND-DRIFT
               IF WS-DRFT-FOUND = 'Y' AND WS-DRIFT-MODE = 'HOLD'
                   MOVE WS-DRFT-FLAG(WS-DRFT-SUB) TO WS-HOLD-REASON
               END-IF
           END-IF.

           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO WS-ROWS-HELD
               MOVE RPT-XFILE TO WS-HLD-X
               MOVE RPT-YFILE TO WS-HLD-Y
               MOVE WS-HOLD-REASON TO WS-HLD-WHY
               DISPLAY WS-HOLD-LINE
           ELSE
               PERFORM WRITE-DETAIL
           END-IF.

      *  -----------------------------------------------------------
      *  A ticker match wins; failing that, a raw BECIIN name is
      *  matched on the price file column and published as the
      *  ticker it belongs to.
      *  -----------------------------------------------------------
       FIND-TICKER.
           MOVE 'N' TO WS-SECT-FOUND.
           MOVE SPACES TO WS-FIND-TICKER.
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-SECT-CNT
                      OR WS-SECT-FOUND = 'Y'
               IF WS-SECT-TICKER(WS-SECT-SUB) = WS-FIND-NAME
                   MOVE 'Y' TO WS-SECT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SECT-FOUND NOT = 'Y'
               PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                       UNTIL WS-SECT-SUB > WS-SECT-CNT
                          OR WS-SECT-FOUND = 'Y'
                   IF WS-SECT-PFILE(WS-SECT-SUB) = WS-FIND-NAME
                       MOVE 'Y' TO WS-SECT-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SECT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SECT-SUB
               MOVE WS-SECT-TICKER(WS-SECT-SUB) TO WS-FIND-TICKER
           END-IF.

       FIND-DRIFT.
           MOVE 'N' TO WS-DRFT-FOUND.
           PERFORM VARYING WS-DRFT-SUB FROM 1 BY 1
                   UNTIL WS-DRFT-SUB > WS-DRFT-CNT
                      OR WS-DRFT-FOUND = 'Y'
               IF WS-DRFT-XFILE(WS-DRFT-SUB) = RPT-XFILE
                  AND WS-DRFT-YFILE(WS-DRFT-SUB) = RPT-YFILE
                   MOVE 'Y' TO WS-DRFT-FOUND
               END-IF
           END-PERFORM.
           IF WS-DRFT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-DRFT-SUB
           END-IF.

       WRITE-HEADER.
           MOVE SPACES TO PUB-RECORD.
           MOVE 'H' TO PUB-TYPE.
           MOVE WS-BUS-DATE TO PUB-H-BUSDATE.
           MOVE WS-RUN-ID TO PUB-H-RUNID.
           MOVE WS-PUB-SOURCE TO PUB-H-SOURCE.
           MOVE WS-PUB-VERSION TO PUB-H-VERSION.
           PERFORM WRITE-PUB-RECORD.

       WRITE-DETAIL.
           MOVE SPACES TO PUB-RECORD.
           MOVE 'D' TO PUB-TYPE.
           MOVE WS-X-TICKER TO PUB-D-XTICKER.
           MOVE WS-Y-TICKER TO PUB-D-YTICKER.
           MOVE RPT-BETA    TO PUB-D-BETA.
           MOVE RPT-BLUME   TO PUB-D-BLUME.
           MOVE RPT-VASICEK TO PUB-D-VASICEK.
           MOVE RPT-RSQ     TO PUB-D-RSQ.
           MOVE RPT-OBSCNT  TO PUB-D-OBSCNT.
           IF WS-DRFT-FOUND = 'Y'
               MOVE WS-DRFT-FLAG(WS-DRFT-SUB) TO PUB-D-FLAG
               ADD 1 TO WS-ROWS-MARKED
               DISPLAY 'BECIPUBL: MARKED ' RPT-XFILE ' ' RPT-YFILE
                   ' ' WS-DRFT-FLAG(WS-DRFT-SUB)
           END-IF.
           PERFORM WRITE-PUB-RECORD.
           ADD 1 TO WS-ROWS-PUB.
           ADD RPT-BETA TO WS-HASH-TOTAL.

       WRITE-TRAILER.
           MOVE SPACES TO PUB-RECORD.
           MOVE 'T' TO PUB-TYPE.
           MOVE WS-ROWS-PUB TO PUB-T-COUNT.
           MOVE WS-HASH-TOTAL TO PUB-T-HASH.
           MOVE WS-ROWS-HELD TO PUB-T-HELD.
           PERFORM WRITE-PUB-RECORD.

       WRITE-PUB-RECORD.
           WRITE PUB-RECORD.
           IF WS-PUB-STATUS NOT = '00'
               DISPLAY 'BECIPUBL: PUBFILE WRITE FAILED, STATUS '
                   WS-PUB-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               CLOSE PUB-FILE
               STOP RUN
           END-IF.
