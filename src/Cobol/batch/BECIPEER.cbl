       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECIPEER.

      *  -----------------------------------------------------------
      *  Sector peer-group beta report - runs after BECIBATD in the
      *  BECIBAT job. Reads tonight's consolidated report (see
      *  BECIRPT), joins each OK row's security to its sector code
      *  on the security master (see BECISEC) and prints, per
      *  sector: member count, mean / median / min / max beta and
      *  the spread, then every member with its rank (1 = highest
      *  beta) and percentile within the sector. A member whose beta
      *  sits outside the sector's normal band - the mean plus or
      *  minus the PEERCTL number of standard deviations - is
      *  flagged HIGH or LOW. The same rows go to a comma-delimited
      *  file (one header row, then one row per member) for the
      *  desk's spreadsheet tools.
      *
      *  The security is the row's X leg - the Y leg is the shared
      *  benchmark (see BECIPROG's multi-ticker mode), which would
      *  put the whole book in one sector. A control line keyed
      *  with a raw BECIIN file name is matched back to its ticker
      *  through the master's price file column, so both request
      *  forms join the same way.
      *
      *  PEERCTL card: band width in standard deviations as a
      *  display number (e.g. 2.0) in cols 1-10, the fewest members
      *  a sector needs before it gets a band at all in cols 12-14
      *  (blank = 3; a sector of two cannot tell an outlier from its
      *  peer), and optionally the series in cols 16-23: RAW (the
      *  default), BLUME, VASICEK or DIMSON, as on the DRIFTCTL
      *  card. The adjusted and Dimson series only carry values on
      *  rows whose request armed them, so a row with nothing in the
      *  chosen series is left out of the sector rather than ranked
      *  at zero.
      *
      *  Return codes: 0 every OK row placed in a sector, 4 one or
      *  more rows had no sector on the master (listed on SYSOUT)
      *  or overflowed the tables, 16 a file would not open or
      *  read / bad control card.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO PEERCTL
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
           SELECT PRT-FILE ASSIGN TO PEERRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.
           SELECT CSV-FILE ASSIGN TO PEERCSV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CTL-RECORD.
           05 CTL-BAND-X   PIC X(10).
           05 FILLER       PIC X(1).
           05 CTL-MINMEM-X PIC X(3).
           05 FILLER       PIC X(1).
           05 CTL-SERIES   PIC X(8).
           05 FILLER       PIC X(57).

       FD  RPT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIRPT REPLACING
               ==BECI-RPT-REC==     BY ==RPT-RECORD==
               ==BECI-RPT-XFILE==   BY ==RPT-XFILE==
               ==BECI-RPT-YFILE==   BY ==RPT-YFILE==
               ==BECI-RPT-BETA==    BY ==RPT-BETA==
               ==BECI-RPT-STATUS==  BY ==RPT-STATUS==
               ==BECI-RPT-BLUME==   BY ==RPT-BLUME==
               ==BECI-RPT-VASICEK== BY ==RPT-VASICEK==
               ==BECI-RPT-DIMBETA== BY ==RPT-DIMBETA==
               ==BECI-RPT-DIMLAGS== BY ==RPT-DIMLAGS==.

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

       FD  PRT-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  PRT-LINE PIC X(132).

       FD  CSV-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CSV-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-STATUS  PIC X(2) VALUE '00'.
       01 WS-SEC-STATUS  PIC X(2) VALUE '00'.
       01 WS-PRT-STATUS  PIC X(2) VALUE '00'.
       01 WS-CSV-STATUS  PIC X(2) VALUE '00'.
       01 WS-RPT-EOF     PIC X(1) VALUE 'N'.
       01 WS-SEC-EOF     PIC X(1) VALUE 'N'.
       01 WS-TEST-NUM    PIC S9(4) COMP.
       01 WS-BAND-SD     PIC 9(2)V9(3) VALUE 0.
       01 WS-MIN-MEMB    PIC 9(3) VALUE 3.
       01 WS-SERIES      PIC X(8) VALUE 'RAW'.
       01 WS-MON-BETA    PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-HAS-SERIES  PIC X(1).

       01 WS-ROWS-READ   PIC 9(5) VALUE 0.
       01 WS-ROWS-OK     PIC 9(5) VALUE 0.
       01 WS-ROWS-NOSER  PIC 9(5) VALUE 0.
       01 WS-ROWS-NOSECT PIC 9(5) VALUE 0.
       01 WS-ROWS-OVFL   PIC 9(5) VALUE 0.
       01 WS-SECTOR-CNT  PIC 9(5) VALUE 0.
       01 WS-FLAG-CNT    PIC 9(5) VALUE 0.

      *  -----------------------------------------------------------
      *  The security master, loaded whole up front - a raw file
      *  name can only be matched on the price file column, which is
      *  not the key, and the master is a few hundred names. A
      *  master bigger than the table loads the first 2000 and says
      *  so; the names past that report as having no sector.
      *  -----------------------------------------------------------
       01 WS-SECT-MAX    PIC 9(4) VALUE 2000.
       01 WS-SECT-CNT    PIC 9(4) VALUE 0.
       01 WS-SECT-SUB    PIC 9(4).
       01 WS-SECT-FOUND  PIC X(1).
       01 WS-SECT-TABLE.
           05 WS-SECT-ENTRY OCCURS 2000 TIMES.
               10 WS-SECT-TICKER PIC X(8).
               10 WS-SECT-PFILE  PIC X(8).
               10 WS-SECT-NAME   PIC X(30).
               10 WS-SECT-SECTOR PIC X(12).

      *  -----------------------------------------------------------
      *  Tonight's sector members, kept in report order as they are
      *  added: by sector code, then highest beta first within the
      *  sector. Each insert shifts the tail down one slot - fine
      *  for one overnight book.
      *  -----------------------------------------------------------
       01 WS-MEM-MAX     PIC 9(4) VALUE 2000.
       01 WS-MEM-CNT     PIC 9(4) VALUE 0.
       01 WS-MEM-SUB     PIC 9(4).
       01 WS-MEM-POS     PIC 9(4).
       01 WS-MEM-FOUND   PIC X(1).
       01 WS-MEM-NEW.
           05 WS-NEW-SECTOR  PIC X(12).
           05 WS-NEW-TICKER  PIC X(8).
           05 WS-NEW-BENCH   PIC X(8).
           05 WS-NEW-NAME    PIC X(30).
           05 WS-NEW-BETA    PIC S9(3)V9(12)
               SIGN IS LEADING SEPARATE CHARACTER.
           05 WS-NEW-RANK    PIC 9(5).
           05 WS-NEW-PCTL    PIC 9(3)V9(2).
           05 WS-NEW-FLAG    PIC X(4).
       01 WS-MEM-TABLE.
           05 WS-MEM-ENTRY OCCURS 2000 TIMES.
               10 WS-MEM-SECTOR  PIC X(12).
               10 WS-MEM-TICKER  PIC X(8).
               10 WS-MEM-BENCH   PIC X(8).
               10 WS-MEM-NAME    PIC X(30).
               10 WS-MEM-BETA    PIC S9(3)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 WS-MEM-RANK    PIC 9(5).
               10 WS-MEM-PCTL    PIC 9(3)V9(2).
               10 WS-MEM-FLAG    PIC X(4).

      *  -----------------------------------------------------------
      *  One sector's statistics - the group is the run of table
      *  entries from WS-GRP-FIRST to WS-GRP-LAST.
      *  -----------------------------------------------------------
       01 WS-GRP-FIRST   PIC 9(4).
       01 WS-GRP-LAST    PIC 9(4).
       01 WS-GRP-N       PIC 9(4).
       01 WS-GRP-MID     PIC 9(4).
       01 WS-GRP-HALF    PIC 9(4).
       01 WS-GRP-ODD     PIC 9(1).
       01 WS-GRP-SUM     PIC S9(7)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-SSQ     PIC S9(7)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-DEV     PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-MEAN    PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-MEDIAN  PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-MIN     PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-MAX     PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-SD      PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-BANDLO  PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-BANDHI  PIC S9(3)V9(12)
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-GRP-BANDED  PIC X(1).
       01 WS-GRP-POS     PIC 9(4).

       01 WS-HEAD-1.
           05 FILLER PIC X(43) VALUE
               'BECIPEER - SECTOR PEER-GROUP BETA REPORT  '.
           05 FILLER PIC X(7) VALUE 'SERIES '.
           05 WS-HEAD-SER  PIC X(8).
           05 FILLER PIC X(10) VALUE '  BAND +/-'.
           05 WS-HEAD-BAND PIC Z9.999.
           05 FILLER PIC X(16) VALUE ' SD  MIN MEMBERS'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HEAD-MIN  PIC ZZ9.
           05 FILLER PIC X(38) VALUE SPACES.
       01 WS-SECT-LINE-1.
           05 FILLER PIC X(7) VALUE 'SECTOR '.
           05 WS-SL-SECTOR PIC X(12).
           05 FILLER PIC X(10) VALUE '  MEMBERS '.
           05 WS-SL-COUNT  PIC ZZZZ9.
           05 FILLER PIC X(7) VALUE '  MEAN '.
           05 WS-SL-MEAN   PIC +9(3).9(6).
           05 FILLER PIC X(9) VALUE '  MEDIAN '.
           05 WS-SL-MEDIAN PIC +9(3).9(6).
           05 FILLER PIC X(6) VALUE '  MIN '.
           05 WS-SL-MIN    PIC +9(3).9(6).
           05 FILLER PIC X(6) VALUE '  MAX '.
           05 WS-SL-MAX    PIC +9(3).9(6).
           05 FILLER PIC X(5) VALUE '  SD '.
           05 WS-SL-SD     PIC +9(3).9(6).
           05 FILLER PIC X(10) VALUE SPACES.
       01 WS-SECT-LINE-2.
           05 FILLER PIC X(19) VALUE '  NORMAL BAND FROM '.
           05 WS-SL-BANDLO PIC +9(3).9(6).
           05 FILLER PIC X(4) VALUE ' TO '.
           05 WS-SL-BANDHI PIC +9(3).9(6).
           05 FILLER PIC X(87) VALUE SPACES.
       01 WS-SECT-LINE-3.
           05 FILLER PIC X(34) VALUE
               '  NO BAND - FEWER MEMBERS THAN THE'.
           05 FILLER PIC X(20) VALUE ' PEERCTL MINIMUM OF '.
           05 WS-SL-MINMEM PIC ZZ9.
           05 FILLER PIC X(75) VALUE SPACES.
       01 WS-HEAD-2.
           05 FILLER PIC X(43) VALUE
               '   RANK  PCTILE  TICKER   BENCH    NAME    '.
           05 FILLER PIC X(89) VALUE
               '                       BETA         FLAG'.
       01 WS-DETAIL.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-RANK   PIC ZZZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-PCTL   PIC ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-TICKER PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-BENCH  PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-NAME   PIC X(30).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 WS-DET-BETA   PIC +9(3).9(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 WS-DET-FLAG   PIC X(4).
           05 FILLER        PIC X(49) VALUE SPACES.
       01 WS-TRAIL-LINE.
           05 FILLER PIC X(10) VALUE 'ROWS READ '.
           05 WS-TRL-READ   PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE '  OK  '.
           05 WS-TRL-OK     PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE '  SECTORS  '.
           05 WS-TRL-SECT   PIC ZZZZ9.
           05 FILLER PIC X(11) VALUE '  FLAGGED  '.
           05 WS-TRL-FLAG   PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE '  NO SERIES  '.
           05 WS-TRL-NOSER  PIC ZZZZ9.
           05 FILLER PIC X(13) VALUE '  NO SECTOR  '.
           05 WS-TRL-NOSECT PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE '  OVERFLOW  '.
           05 WS-TRL-OVFL   PIC ZZZZ9.
           05 FILLER PIC X(21) VALUE SPACES.

      *  -----------------------------------------------------------
      *  Comma-delimited output: numbers go out without leading
      *  zeros or padding, the name in quotes since a company name
      *  can carry a comma, and the band columns empty for a sector
      *  too small to have one.
      *  -----------------------------------------------------------
       01 WS-CSV-HEAD.
           05 FILLER PIC X(39) VALUE
               'SECTOR,TICKER,BENCHMARK,NAME,BETA,RANK,'.
           05 FILLER PIC X(38) VALUE
               'PERCENTILE,MEMBERS,MEAN,MEDIAN,MIN,MAX'.
           05 FILLER PIC X(123) VALUE
               ',STDDEV,BANDLOW,BANDHIGH,FLAG'.
       01 WS-CSV-BETA   PIC -(3)9.9(6).
       01 WS-CSV-MEAN   PIC -(3)9.9(6).
       01 WS-CSV-MEDIAN PIC -(3)9.9(6).
       01 WS-CSV-MIN    PIC -(3)9.9(6).
       01 WS-CSV-MAX    PIC -(3)9.9(6).
       01 WS-CSV-SD     PIC -(3)9.9(6).
       01 WS-CSV-BANDLO PIC -(3)9.9(6).
       01 WS-CSV-BANDHI PIC -(3)9.9(6).
       01 WS-CSV-RANK   PIC Z(4)9.
       01 WS-CSV-COUNT  PIC Z(4)9.
       01 WS-CSV-PCTL   PIC ZZ9.99.
       01 WS-CSV-LO-TXT PIC X(11).
       01 WS-CSV-HI-TXT PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROC.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'BECIPEER: PEERCTL OPEN FAILED, STATUS '
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CTL-FILE
               AT END
                   DISPLAY 'BECIPEER: PEERCTL IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CTL-FILE
                   STOP RUN
           END-READ.
           CLOSE CTL-FILE.
           PERFORM EDIT-CTL-CARD.

           OPEN INPUT SEC-FILE.
           IF WS-SEC-STATUS NOT = '00'
               DISPLAY 'BECIPEER: SECFILE OPEN FAILED, STATUS '
                   WS-SEC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-SEC-TABLE.
           CLOSE SEC-FILE.

           OPEN INPUT RPT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BECIPEER: RPTFILE OPEN FAILED, STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PRT-FILE.
           IF WS-PRT-STATUS NOT = '00'
               DISPLAY 'BECIPEER: PEERRPT OPEN FAILED, STATUS '
                   WS-PRT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF WS-CSV-STATUS NOT = '00'
               DISPLAY 'BECIPEER: PEERCSV OPEN FAILED, STATUS '
                   WS-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               CLOSE PRT-FILE
               STOP RUN
           END-IF.

           PERFORM READ-RPT-RECORD.
           PERFORM UNTIL WS-RPT-EOF = 'Y'
               ADD 1 TO WS-ROWS-READ
               IF RPT-STATUS = 'OK'
                   ADD 1 TO WS-ROWS-OK
                   PERFORM ADD-MEMBER
               END-IF
               PERFORM READ-RPT-RECORD
           END-PERFORM.
           CLOSE RPT-FILE.

           PERFORM PRINT-REPORT.

           CLOSE PRT-FILE.
           CLOSE CSV-FILE.
           IF WS-ROWS-NOSECT > 0 OR WS-ROWS-OVFL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *  -----------------------------------------------------------
      *  Band width is required; the member minimum defaults to 3
      *  and must be at least 2 (a band needs a spread to be drawn
      *  from); the series defaults to RAW.
      *  -----------------------------------------------------------
       EDIT-CTL-CARD.
           COMPUTE WS-TEST-NUM = FUNCTION TEST-NUMVAL(CTL-BAND-X).
           IF WS-TEST-NUM NOT = 0 OR CTL-BAND-X = SPACES
               DISPLAY 'BECIPEER: PEERCTL BAND WIDTH NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION NUMVAL(CTL-BAND-X) <= 0
              OR FUNCTION NUMVAL(CTL-BAND-X) >= 100
               DISPLAY 'BECIPEER: PEERCTL BAND WIDTH MUST BE ABOVE 0 '
                   'AND BELOW 100'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-BAND-SD = FUNCTION NUMVAL(CTL-BAND-X).

           IF CTL-MINMEM-X NOT = SPACES
               COMPUTE WS-TEST-NUM =
                   FUNCTION TEST-NUMVAL(CTL-MINMEM-X)
               IF WS-TEST-NUM NOT = 0
                   DISPLAY 'BECIPEER: PEERCTL MINIMUM MEMBERS NOT '
                       'NUMERIC'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FUNCTION NUMVAL(CTL-MINMEM-X) < 2
                   DISPLAY 'BECIPEER: PEERCTL MINIMUM MEMBERS MUST BE '
                       'AT LEAST 2'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-MIN-MEMB = FUNCTION NUMVAL(CTL-MINMEM-X)
           END-IF.

           EVALUATE CTL-SERIES
               WHEN SPACES
                   MOVE 'RAW' TO WS-SERIES
               WHEN 'RAW'
               WHEN 'BLUME'
               WHEN 'VASICEK'
               WHEN 'DIMSON'
                   MOVE CTL-SERIES TO WS-SERIES
               WHEN OTHER
                   DISPLAY 'BECIPEER: PEERCTL SERIES MUST BE RAW, '
                       'BLUME, VASICEK OR DIMSON, NOT ' CTL-SERIES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       LOAD-SEC-TABLE.
           PERFORM READ-SEC-RECORD.
           PERFORM UNTIL WS-SEC-EOF = 'Y'
               IF WS-SECT-CNT < WS-SECT-MAX
                   ADD 1 TO WS-SECT-CNT
                   MOVE SEC-TICKER TO WS-SECT-TICKER(WS-SECT-CNT)
                   MOVE SEC-PFILE  TO WS-SECT-PFILE(WS-SECT-CNT)
                   MOVE SEC-NAME   TO WS-SECT-NAME(WS-SECT-CNT)
                   MOVE SEC-SECTOR TO WS-SECT-SECTOR(WS-SECT-CNT)
               ELSE
                   DISPLAY 'BECIPEER: SECURITY MASTER PAST '
                       WS-SECT-MAX ' ENTRIES, ' SEC-TICKER
                       ' NOT LOADED'
               END-IF
               PERFORM READ-SEC-RECORD
           END-PERFORM.

      *  A read that neither returns a record nor reaches the end
      *  stops the run - a peer table built from half a master or
      *  half a report would flag names against the wrong medians.
       READ-SEC-RECORD.
           READ SEC-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-SEC-EOF
           END-READ.
           IF WS-SEC-STATUS NOT = '00' AND WS-SEC-STATUS NOT = '10'
               DISPLAY 'BECIPEER: SECFILE READ FAILED, STATUS '
                   WS-SEC-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE SEC-FILE
               STOP RUN
           END-IF.

       READ-RPT-RECORD.
           READ RPT-FILE
               AT END
                   MOVE 'Y' TO WS-RPT-EOF
           END-READ.
           IF WS-RPT-STATUS NOT = '00' AND WS-RPT-STATUS NOT = '10'
               DISPLAY 'BECIPEER: RPTFILE READ FAILED, STATUS '
                   WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               CLOSE PRT-FILE
               CLOSE CSV-FILE
               STOP RUN
           END-IF.

      *  -----------------------------------------------------------
      *  One OK report row: take the chosen series, find the X
      *  security on the master (ticker first, then price file), and
      *  slot it into the member table.
      *  -----------------------------------------------------------
       ADD-MEMBER.
           MOVE 'Y' TO WS-HAS-SERIES.
           EVALUATE WS-SERIES
               WHEN 'BLUME'
                   MOVE RPT-BLUME TO WS-MON-BETA
                   IF RPT-BLUME = 0
                       MOVE 'N' TO WS-HAS-SERIES
                   END-IF
               WHEN 'VASICEK'
                   MOVE RPT-VASICEK TO WS-MON-BETA
                   IF RPT-VASICEK = 0
                       MOVE 'N' TO WS-HAS-SERIES
                   END-IF
               WHEN 'DIMSON'
                   MOVE RPT-DIMBETA TO WS-MON-BETA
                   IF RPT-DIMLAGS = 0
                       MOVE 'N' TO WS-HAS-SERIES
                   END-IF
               WHEN OTHER
                   MOVE RPT-BETA TO WS-MON-BETA
           END-EVALUATE.
           IF WS-HAS-SERIES NOT = 'Y'
               ADD 1 TO WS-ROWS-NOSER
           ELSE
               PERFORM FIND-SECURITY
               IF WS-SECT-FOUND NOT = 'Y'
                   ADD 1 TO WS-ROWS-NOSECT
                   DISPLAY 'BECIPEER: NO SECTOR ON THE MASTER FOR '
                       RPT-XFILE ' (BENCHMARK ' RPT-YFILE ')'
               ELSE
                   IF WS-MEM-CNT < WS-MEM-MAX
                       MOVE WS-SECT-SECTOR(WS-SECT-SUB)
                           TO WS-NEW-SECTOR
                       MOVE WS-SECT-TICKER(WS-SECT-SUB)
                           TO WS-NEW-TICKER
                       MOVE WS-SECT-NAME(WS-SECT-SUB) TO WS-NEW-NAME
                       MOVE RPT-YFILE   TO WS-NEW-BENCH
                       MOVE WS-MON-BETA TO WS-NEW-BETA
                       MOVE 0      TO WS-NEW-RANK
                       MOVE 0      TO WS-NEW-PCTL
                       MOVE SPACES TO WS-NEW-FLAG
                       PERFORM INSERT-MEMBER
                   ELSE
                       ADD 1 TO WS-ROWS-OVFL
                       DISPLAY 'BECIPEER: MEMBER TABLE FULL AT '
                           WS-MEM-MAX ', ' RPT-XFILE ' LEFT OUT'
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  A ticker match wins; failing that, a raw BECIIN name is
      *  matched on the price file column. A master entry with a
      *  blank sector code counts as no sector.
      *  -----------------------------------------------------------
       FIND-SECURITY.
           MOVE 'N' TO WS-SECT-FOUND.
           PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-SECT-CNT
                      OR WS-SECT-FOUND = 'Y'
               IF WS-SECT-TICKER(WS-SECT-SUB) = RPT-XFILE
                   MOVE 'Y' TO WS-SECT-FOUND
               END-IF
           END-PERFORM.
           IF WS-SECT-FOUND NOT = 'Y'
               PERFORM VARYING WS-SECT-SUB FROM 1 BY 1
                       UNTIL WS-SECT-SUB > WS-SECT-CNT
                          OR WS-SECT-FOUND = 'Y'
                   IF WS-SECT-PFILE(WS-SECT-SUB) = RPT-XFILE
                       MOVE 'Y' TO WS-SECT-FOUND
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SECT-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SECT-SUB
               IF WS-SECT-SECTOR(WS-SECT-SUB) = SPACES
                   MOVE 'N' TO WS-SECT-FOUND
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  The new member goes in front of the first entry that sorts
      *  after it - a later sector, or the same sector with a lower
      *  beta - so equal betas keep their report order.
      *  -----------------------------------------------------------
       INSERT-MEMBER.
           MOVE 'N' TO WS-MEM-FOUND.
           PERFORM VARYING WS-MEM-POS FROM 1 BY 1
                   UNTIL WS-MEM-POS > WS-MEM-CNT
                      OR WS-MEM-FOUND = 'Y'
               IF WS-MEM-SECTOR(WS-MEM-POS) > WS-NEW-SECTOR
                  OR (WS-MEM-SECTOR(WS-MEM-POS) = WS-NEW-SECTOR
                      AND WS-MEM-BETA(WS-MEM-POS) < WS-NEW-BETA)
                   MOVE 'Y' TO WS-MEM-FOUND
               END-IF
           END-PERFORM.
           IF WS-MEM-FOUND = 'Y'
               SUBTRACT 1 FROM WS-MEM-POS
           END-IF.
           PERFORM VARYING WS-MEM-SUB FROM WS-MEM-CNT BY -1
                   UNTIL WS-MEM-SUB < WS-MEM-POS
               MOVE WS-MEM-ENTRY(WS-MEM-SUB)
                   TO WS-MEM-ENTRY(WS-MEM-SUB + 1)
           END-PERFORM.
           MOVE WS-MEM-NEW TO WS-MEM-ENTRY(WS-MEM-POS).
           ADD 1 TO WS-MEM-CNT.

       PRINT-REPORT.
           MOVE WS-SERIES   TO WS-HEAD-SER.
           MOVE WS-BAND-SD  TO WS-HEAD-BAND.
           MOVE WS-MIN-MEMB TO WS-HEAD-MIN.
           MOVE WS-HEAD-1 TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-CSV-HEAD TO CSV-LINE.
           WRITE CSV-LINE.

           MOVE 1 TO WS-GRP-FIRST.
           PERFORM UNTIL WS-GRP-FIRST > WS-MEM-CNT
               MOVE WS-GRP-FIRST TO WS-GRP-LAST
               MOVE 'N' TO WS-MEM-FOUND
               PERFORM UNTIL WS-GRP-LAST >= WS-MEM-CNT
                          OR WS-MEM-FOUND = 'Y'
                   IF WS-MEM-SECTOR(WS-GRP-LAST + 1)
                       NOT = WS-MEM-SECTOR(WS-GRP-FIRST)
                       MOVE 'Y' TO WS-MEM-FOUND
                   ELSE
                       ADD 1 TO WS-GRP-LAST
                   END-IF
               END-PERFORM
               ADD 1 TO WS-SECTOR-CNT
               PERFORM SECTOR-STATS
               PERFORM RANK-SECTOR
               PERFORM PRINT-SECTOR
               COMPUTE WS-GRP-FIRST = WS-GRP-LAST + 1
           END-PERFORM.

           MOVE WS-ROWS-READ   TO WS-TRL-READ.
           MOVE WS-ROWS-OK     TO WS-TRL-OK.
           MOVE WS-SECTOR-CNT  TO WS-TRL-SECT.
           MOVE WS-FLAG-CNT    TO WS-TRL-FLAG.
           MOVE WS-ROWS-NOSER  TO WS-TRL-NOSER.
           MOVE WS-ROWS-NOSECT TO WS-TRL-NOSECT.
           MOVE WS-ROWS-OVFL   TO WS-TRL-OVFL.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-TRAIL-LINE TO PRT-LINE.
           WRITE PRT-LINE.

      *  -----------------------------------------------------------
      *  The group is already highest-beta first, so max and min are
      *  its ends and the median its middle (the average of the two
      *  middle entries for an even count). The spread is the
      *  sample standard deviation; the band is only drawn for a
      *  sector with at least the PEERCTL minimum of members.
      *  -----------------------------------------------------------
       SECTOR-STATS.
           COMPUTE WS-GRP-N = WS-GRP-LAST - WS-GRP-FIRST + 1.
           MOVE WS-MEM-BETA(WS-GRP-FIRST) TO WS-GRP-MAX.
           MOVE WS-MEM-BETA(WS-GRP-LAST)  TO WS-GRP-MIN.

           MOVE 0 TO WS-GRP-SUM.
           PERFORM VARYING WS-MEM-SUB FROM WS-GRP-FIRST BY 1
                   UNTIL WS-MEM-SUB > WS-GRP-LAST
               ADD WS-MEM-BETA(WS-MEM-SUB) TO WS-GRP-SUM
           END-PERFORM.
           COMPUTE WS-GRP-MEAN ROUNDED = WS-GRP-SUM / WS-GRP-N.

           DIVIDE WS-GRP-N BY 2 GIVING WS-GRP-HALF
               REMAINDER WS-GRP-ODD.
           IF WS-GRP-ODD = 1
               COMPUTE WS-GRP-MID = WS-GRP-FIRST + WS-GRP-HALF
               MOVE WS-MEM-BETA(WS-GRP-MID) TO WS-GRP-MEDIAN
           ELSE
               COMPUTE WS-GRP-MID = WS-GRP-FIRST + WS-GRP-HALF - 1
               COMPUTE WS-GRP-MEDIAN ROUNDED =
                   (WS-MEM-BETA(WS-GRP-MID)
                    + WS-MEM-BETA(WS-GRP-MID + 1)) / 2
           END-IF.

           MOVE 0 TO WS-GRP-SSQ.
           PERFORM VARYING WS-MEM-SUB FROM WS-GRP-FIRST BY 1
                   UNTIL WS-MEM-SUB > WS-GRP-LAST
               COMPUTE WS-GRP-DEV = WS-MEM-BETA(WS-MEM-SUB)
                   - WS-GRP-MEAN
               COMPUTE WS-GRP-SSQ = WS-GRP-SSQ
                   + WS-GRP-DEV * WS-GRP-DEV
           END-PERFORM.
           IF WS-GRP-N > 1
               COMPUTE WS-GRP-SD ROUNDED =
                   FUNCTION SQRT(WS-GRP-SSQ / (WS-GRP-N - 1))
           ELSE
               MOVE 0 TO WS-GRP-SD
           END-IF.

           MOVE 'N' TO WS-GRP-BANDED.
           MOVE 0 TO WS-GRP-BANDLO.
           MOVE 0 TO WS-GRP-BANDHI.
           IF WS-GRP-N >= WS-MIN-MEMB
               MOVE 'Y' TO WS-GRP-BANDED
               COMPUTE WS-GRP-BANDLO ROUNDED =
                   WS-GRP-MEAN - WS-BAND-SD * WS-GRP-SD
               COMPUTE WS-GRP-BANDHI ROUNDED =
                   WS-GRP-MEAN + WS-BAND-SD * WS-GRP-SD
           END-IF.

      *  -----------------------------------------------------------
      *  Rank 1 is the sector's highest beta; tied betas share the
      *  better rank. The percentile is the share of the other
      *  members ranked below this one - 100 for the top, 0 for the
      *  bottom; a lone member sits at 50, with nobody to compare.
      *  -----------------------------------------------------------
       RANK-SECTOR.
           PERFORM VARYING WS-MEM-SUB FROM WS-GRP-FIRST BY 1
                   UNTIL WS-MEM-SUB > WS-GRP-LAST
               COMPUTE WS-GRP-POS = WS-MEM-SUB - WS-GRP-FIRST + 1
               IF WS-MEM-SUB > WS-GRP-FIRST
                  AND WS-MEM-BETA(WS-MEM-SUB)
                      = WS-MEM-BETA(WS-MEM-SUB - 1)
                   MOVE WS-MEM-RANK(WS-MEM-SUB - 1)
                       TO WS-MEM-RANK(WS-MEM-SUB)
               ELSE
                   MOVE WS-GRP-POS TO WS-MEM-RANK(WS-MEM-SUB)
               END-IF
               IF WS-GRP-N > 1
                   COMPUTE WS-MEM-PCTL(WS-MEM-SUB) ROUNDED =
                       100 * (WS-GRP-N - WS-MEM-RANK(WS-MEM-SUB))
                       / (WS-GRP-N - 1)
               ELSE
                   MOVE 50 TO WS-MEM-PCTL(WS-MEM-SUB)
               END-IF
               MOVE SPACES TO WS-MEM-FLAG(WS-MEM-SUB)
               IF WS-GRP-BANDED = 'Y'
                   IF WS-MEM-BETA(WS-MEM-SUB) > WS-GRP-BANDHI
                       MOVE 'HIGH' TO WS-MEM-FLAG(WS-MEM-SUB)
                       ADD 1 TO WS-FLAG-CNT
                   END-IF
                   IF WS-MEM-BETA(WS-MEM-SUB) < WS-GRP-BANDLO
                       MOVE 'LOW' TO WS-MEM-FLAG(WS-MEM-SUB)
                       ADD 1 TO WS-FLAG-CNT
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-SECTOR.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-MEM-SECTOR(WS-GRP-FIRST) TO WS-SL-SECTOR.
           MOVE WS-GRP-N      TO WS-SL-COUNT.
           MOVE WS-GRP-MEAN   TO WS-SL-MEAN.
           MOVE WS-GRP-MEDIAN TO WS-SL-MEDIAN.
           MOVE WS-GRP-MIN    TO WS-SL-MIN.
           MOVE WS-GRP-MAX    TO WS-SL-MAX.
           MOVE WS-GRP-SD     TO WS-SL-SD.
           MOVE WS-SECT-LINE-1 TO PRT-LINE.
           WRITE PRT-LINE.
           IF WS-GRP-BANDED = 'Y'
               MOVE WS-GRP-BANDLO TO WS-SL-BANDLO
               MOVE WS-GRP-BANDHI TO WS-SL-BANDHI
               MOVE WS-SECT-LINE-2 TO PRT-LINE
           ELSE
               MOVE WS-MIN-MEMB TO WS-SL-MINMEM
               MOVE WS-SECT-LINE-3 TO PRT-LINE
           END-IF.
           WRITE PRT-LINE.
           MOVE WS-HEAD-2 TO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-GRP-MEAN   TO WS-CSV-MEAN.
           MOVE WS-GRP-MEDIAN TO WS-CSV-MEDIAN.
           MOVE WS-GRP-MIN    TO WS-CSV-MIN.
           MOVE WS-GRP-MAX    TO WS-CSV-MAX.
           MOVE WS-GRP-SD     TO WS-CSV-SD.
           MOVE WS-GRP-N      TO WS-CSV-COUNT.
           MOVE SPACES TO WS-CSV-LO-TXT.
           MOVE SPACES TO WS-CSV-HI-TXT.
           IF WS-GRP-BANDED = 'Y'
               MOVE WS-GRP-BANDLO TO WS-CSV-BANDLO
               MOVE WS-GRP-BANDHI TO WS-CSV-BANDHI
               MOVE WS-CSV-BANDLO TO WS-CSV-LO-TXT
               MOVE WS-CSV-BANDHI TO WS-CSV-HI-TXT
           END-IF.

           PERFORM VARYING WS-MEM-SUB FROM WS-GRP-FIRST BY 1
                   UNTIL WS-MEM-SUB > WS-GRP-LAST
               MOVE WS-MEM-RANK(WS-MEM-SUB)   TO WS-DET-RANK
               MOVE WS-MEM-PCTL(WS-MEM-SUB)   TO WS-DET-PCTL
               MOVE WS-MEM-TICKER(WS-MEM-SUB) TO WS-DET-TICKER
               MOVE WS-MEM-BENCH(WS-MEM-SUB)  TO WS-DET-BENCH
               MOVE WS-MEM-NAME(WS-MEM-SUB)   TO WS-DET-NAME
               MOVE WS-MEM-BETA(WS-MEM-SUB)   TO WS-DET-BETA
               MOVE WS-MEM-FLAG(WS-MEM-SUB)   TO WS-DET-FLAG
               MOVE WS-DETAIL TO PRT-LINE
               WRITE PRT-LINE
               PERFORM WRITE-CSV-ROW
           END-PERFORM.

       WRITE-CSV-ROW.
           MOVE WS-MEM-BETA(WS-MEM-SUB) TO WS-CSV-BETA.
           MOVE WS-MEM-RANK(WS-MEM-SUB) TO WS-CSV-RANK.
           MOVE WS-MEM-PCTL(WS-MEM-SUB) TO WS-CSV-PCTL.
           MOVE SPACES TO CSV-LINE.
           STRING FUNCTION TRIM(WS-MEM-SECTOR(WS-MEM-SUB))
                  ',' FUNCTION TRIM(WS-MEM-TICKER(WS-MEM-SUB))
                  ',' FUNCTION TRIM(WS-MEM-BENCH(WS-MEM-SUB))
                  ',"' FUNCTION TRIM(WS-MEM-NAME(WS-MEM-SUB)) '"'
                  ',' FUNCTION TRIM(WS-CSV-BETA)
                  ',' FUNCTION TRIM(WS-CSV-RANK)
                  ',' FUNCTION TRIM(WS-CSV-PCTL)
                  ',' FUNCTION TRIM(WS-CSV-COUNT)
                  ',' FUNCTION TRIM(WS-CSV-MEAN)
                  ',' FUNCTION TRIM(WS-CSV-MEDIAN)
                  ',' FUNCTION TRIM(WS-CSV-MIN)
                  ',' FUNCTION TRIM(WS-CSV-MAX)
                  ',' FUNCTION TRIM(WS-CSV-SD)
                  ',' FUNCTION TRIM(WS-CSV-LO-TXT)
                  ',' FUNCTION TRIM(WS-CSV-HI-TXT)
                  ',' FUNCTION TRIM(WS-MEM-FLAG(WS-MEM-SUB))
               DELIMITED BY SIZE INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.
