       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECIPACK.

      *  -----------------------------------------------------------
      *  Publication acknowledgement check - runs once the receiving
      *  systems have had their window to load the night's beta
      *  publication file (see BECIPUB, written by BECIPUBL in the
      *  BECIBAT job). Each receiver appends an acknowledgement
      *  record (see BECIACK) quoting the business date and run id
      *  off the header it loaded and its own tally of the detail
      *  records and their raw-beta hash total. This step ties each
      *  tally back to the publication file's trailer and alerts
      *  operations on SYSOUT, RC=4, when:
      *
      *    - the publication file does not tie to its own trailer
      *      (a truncated or damaged file);
      *    - a receiver acknowledged a different run of tonight's
      *      business date (it loaded a rerun's predecessor);
      *    - a receiver's count or hash total differs from the
      *      trailer, or it REJECTED the file;
      *    - a receiver named on the ACKCTL card, or with a blank
      *      card any receiver at all, has not acknowledged.
      *
      *  Acknowledgements for other business dates are earlier
      *  nights' and are passed over, so receivers can keep
      *  appending to the one dataset.
      *
      *  ACKCTL card: up to eight expected receiver ids, 8 bytes
      *  each, in cols 1-8, 10-17, 19-26 and so on. A blank card
      *  expects at least one acknowledgement from anyone.
      *
      *  Return codes: 0 every expected receiver tied, 4 an alert
      *  (listed on SYSOUT), 16 a file would not open / the
      *  publication file has no header.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO ACKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT PUB-FILE ASSIGN TO PUBFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PUB-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
       01  CTL-RECORD.
           05 CTL-RCV-SLOT OCCURS 8 TIMES.
               10 CTL-RCV      PIC X(8).
               10 FILLER       PIC X(1).
           05 FILLER           PIC X(8).

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

       FD  ACK-FILE
           RECORDING MODE F
           LABEL RECORDS STANDARD.
           COPY BECIACK REPLACING
               ==BECI-ACK-REC==      BY ==ACK-RECORD==
               ==BECI-ACK-BUSDATE==  BY ==ACK-BUSDATE==
               ==BECI-ACK-RUNID==    BY ==ACK-RUNID==
               ==BECI-ACK-COUNT==    BY ==ACK-COUNT==
               ==BECI-ACK-HASH==     BY ==ACK-HASH==
               ==BECI-ACK-RECEIVER== BY ==ACK-RECEIVER==
               ==BECI-ACK-STATUS==   BY ==ACK-STATUS==.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS  PIC X(2) VALUE '00'.
       01 WS-PUB-STATUS  PIC X(2) VALUE '00'.
       01 WS-ACK-STATUS  PIC X(2) VALUE '00'.
       01 WS-PUB-EOF     PIC X(1) VALUE 'N'.
       01 WS-ACK-EOF     PIC X(1) VALUE 'N'.

      *  What the publication file says about itself: the header's
      *  date and run id, the trailer's count and hash, and the
      *  same two figures tallied here from its detail records.
       01 WS-PUB-DATE    PIC 9(8) VALUE 0.
       01 WS-PUB-RUNID   PIC X(14) VALUE SPACES.
       01 WS-HAS-HEADER  PIC X(1) VALUE 'N'.
       01 WS-HAS-TRAILER PIC X(1) VALUE 'N'.
       01 WS-TRL-COUNT   PIC 9(7) VALUE 0.
       01 WS-TRL-HASH    PIC S9(7)V9(12) VALUE 0
           SIGN IS LEADING SEPARATE CHARACTER.
       01 WS-DET-COUNT   PIC 9(7) VALUE 0.
       01 WS-DET-HASH    PIC S9(7)V9(12) VALUE 0
           SIGN IS LEADING SEPARATE CHARACTER.

       01 WS-RCV-MAX     PIC 9(2) VALUE 8.
       01 WS-RCV-CNT     PIC 9(2) VALUE 0.
       01 WS-RCV-SUB     PIC 9(2).
       01 WS-RCV-FOUND   PIC X(1).
       01 WS-RCV-TABLE.
           05 WS-RCV-ENTRY OCCURS 8 TIMES.
               10 WS-RCV-ID    PIC X(8).
               10 WS-RCV-SEEN  PIC X(1).

       01 WS-ACKS-READ   PIC 9(5) VALUE 0.
       01 WS-ACKS-TODAY  PIC 9(5) VALUE 0.
       01 WS-ACKS-TIED   PIC 9(5) VALUE 0.
       01 WS-ALERTS      PIC 9(5) VALUE 0.
       01 WS-ACK-OK      PIC X(1).

       01 WS-HASH-OUT    PIC -9(7).9(6).
       01 WS-HASH-OUT2   PIC -9(7).9(6).

       PROCEDURE DIVISION.
       MAIN-PROC.
           OPEN INPUT CTL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'BECIPACK: ACKCTL OPEN FAILED, STATUS '
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CTL-FILE
               AT END
                   MOVE SPACES TO CTL-RECORD
           END-READ.
           CLOSE CTL-FILE.
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-MAX
               IF CTL-RCV(WS-RCV-SUB) NOT = SPACES
                   ADD 1 TO WS-RCV-CNT
                   MOVE CTL-RCV(WS-RCV-SUB) TO WS-RCV-ID(WS-RCV-CNT)
                   MOVE 'N' TO WS-RCV-SEEN(WS-RCV-CNT)
               END-IF
           END-PERFORM.

           OPEN INPUT PUB-FILE.
           IF WS-PUB-STATUS NOT = '00'
               DISPLAY 'BECIPACK: PUBFILE OPEN FAILED, STATUS '
                   WS-PUB-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM READ-PUB-RECORD.
           PERFORM UNTIL WS-PUB-EOF = 'Y'
               PERFORM TALLY-PUB-RECORD
               PERFORM READ-PUB-RECORD
           END-PERFORM.
           CLOSE PUB-FILE.
           IF WS-HAS-HEADER NOT = 'Y'
               DISPLAY 'BECIPACK: PUBFILE HAS NO HEADER RECORD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-PUB-TRAILER.

      *  Status 35 = no receiver has written an acknowledgement yet.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = '35'
               MOVE 'Y' TO WS-ACK-EOF
           ELSE
               IF WS-ACK-STATUS NOT = '00'
                   DISPLAY 'BECIPACK: ACKFILE OPEN FAILED, STATUS '
                       WS-ACK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-ACK-RECORD
           END-IF.
           PERFORM UNTIL WS-ACK-EOF = 'Y'
               ADD 1 TO WS-ACKS-READ
               IF ACK-BUSDATE = WS-PUB-DATE
                   ADD 1 TO WS-ACKS-TODAY
                   PERFORM CHECK-ACK
               END-IF
               PERFORM READ-ACK-RECORD
           END-PERFORM.
           IF WS-ACK-STATUS NOT = '35'
               CLOSE ACK-FILE
           END-IF.

           PERFORM CHECK-MISSING-RECEIVERS.

           DISPLAY 'BECIPACK: PUBLICATION ' WS-PUB-DATE ' RUN '
               WS-PUB-RUNID ' RECORDS ' WS-TRL-COUNT.
           DISPLAY 'BECIPACK: ACKS READ ' WS-ACKS-READ
               ' FOR THIS DATE ' WS-ACKS-TODAY
               ' TIED ' WS-ACKS-TIED ' ALERTS ' WS-ALERTS.
           IF WS-ALERTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-PUB-RECORD.
           READ PUB-FILE
               AT END
                   MOVE 'Y' TO WS-PUB-EOF
           END-READ.

       READ-ACK-RECORD.
           READ ACK-FILE
               AT END
                   MOVE 'Y' TO WS-ACK-EOF
           END-READ.

       TALLY-PUB-RECORD.
           EVALUATE PUB-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-HAS-HEADER
                   MOVE PUB-H-BUSDATE TO WS-PUB-DATE
                   MOVE PUB-H-RUNID TO WS-PUB-RUNID
               WHEN 'D'
                   ADD 1 TO WS-DET-COUNT
                   ADD PUB-D-BETA TO WS-DET-HASH
               WHEN 'T'
                   MOVE 'Y' TO WS-HAS-TRAILER
                   MOVE PUB-T-COUNT TO WS-TRL-COUNT
                   MOVE PUB-T-HASH TO WS-TRL-HASH
               WHEN OTHER
                   DISPLAY 'BECIPACK: ALERT - PUBFILE RECORD TYPE '
                       PUB-TYPE ' NOT H, D OR T'
                   ADD 1 TO WS-ALERTS
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  A file that does not tie to its own trailer was cut short
      *  or damaged on the way out; the receivers' tallies are still
      *  checked against the trailer, which is what was meant to be
      *  sent.
      *  -----------------------------------------------------------
       CHECK-PUB-TRAILER.
           IF WS-HAS-TRAILER NOT = 'Y'
               DISPLAY 'BECIPACK: ALERT - PUBFILE HAS NO TRAILER, '
                   'FILE IS INCOMPLETE'
               ADD 1 TO WS-ALERTS
               MOVE WS-DET-COUNT TO WS-TRL-COUNT
               MOVE WS-DET-HASH TO WS-TRL-HASH
           ELSE
               IF WS-DET-COUNT NOT = WS-TRL-COUNT
                  OR WS-DET-HASH NOT = WS-TRL-HASH
                   MOVE WS-TRL-HASH TO WS-HASH-OUT
                   MOVE WS-DET-HASH TO WS-HASH-OUT2
                   DISPLAY 'BECIPACK: ALERT - PUBFILE TRAILER '
                       WS-TRL-COUNT ' / ' WS-HASH-OUT
                       ' BUT DETAIL RECORDS ' WS-DET-COUNT ' / '
                       WS-HASH-OUT2
                   ADD 1 TO WS-ALERTS
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  One acknowledgement for tonight's business date.
      *  -----------------------------------------------------------
       CHECK-ACK.
           MOVE 'Y' TO WS-ACK-OK.
           IF ACK-RUNID NOT = WS-PUB-RUNID
               DISPLAY 'BECIPACK: ALERT - ' ACK-RECEIVER
                   ' ACKNOWLEDGED RUN ' ACK-RUNID ', CURRENT RUN IS '
                   WS-PUB-RUNID
               MOVE 'N' TO WS-ACK-OK
           ELSE
               IF ACK-STATUS NOT = 'LOADED'
                   DISPLAY 'BECIPACK: ALERT - ' ACK-RECEIVER
                       ' STATUS ' ACK-STATUS
                   MOVE 'N' TO WS-ACK-OK
               END-IF
               IF ACK-COUNT NOT = WS-TRL-COUNT
                   DISPLAY 'BECIPACK: ALERT - ' ACK-RECEIVER
                       ' RECEIVED ' ACK-COUNT ' RECORDS, SENT '
                       WS-TRL-COUNT
                   MOVE 'N' TO WS-ACK-OK
               END-IF
               IF ACK-HASH NOT = WS-TRL-HASH
                   MOVE ACK-HASH TO WS-HASH-OUT
                   MOVE WS-TRL-HASH TO WS-HASH-OUT2
                   DISPLAY 'BECIPACK: ALERT - ' ACK-RECEIVER
                       ' HASH TOTAL ' WS-HASH-OUT ', SENT '
                       WS-HASH-OUT2
                   MOVE 'N' TO WS-ACK-OK
               END-IF
           END-IF.
           IF WS-ACK-OK = 'Y'
               ADD 1 TO WS-ACKS-TIED
               DISPLAY 'BECIPACK: ' ACK-RECEIVER ' TIED'
           ELSE
               ADD 1 TO WS-ALERTS
           END-IF.
           PERFORM FIND-RECEIVER.
           IF WS-RCV-FOUND = 'Y' AND WS-ACK-OK = 'Y'
               MOVE 'Y' TO WS-RCV-SEEN(WS-RCV-SUB)
           END-IF.

       FIND-RECEIVER.
           MOVE 'N' TO WS-RCV-FOUND.
           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > WS-RCV-CNT
                      OR WS-RCV-FOUND = 'Y'
               IF WS-RCV-ID(WS-RCV-SUB) = ACK-RECEIVER
                   MOVE 'Y' TO WS-RCV-FOUND
               END-IF
           END-PERFORM.
           IF WS-RCV-FOUND = 'Y'
               SUBTRACT 1 FROM WS-RCV-SUB
           END-IF.

      *  -----------------------------------------------------------
      *  A named receiver only counts as in once it has a tied
      *  acknowledgement. A failed one was alerted above and stays
      *  alerted; a tied one after a reload still marks it in, so
      *  it is not reported missing as well.
      *  -----------------------------------------------------------
       CHECK-MISSING-RECEIVERS.
           IF WS-RCV-CNT = 0
               IF WS-ACKS-TODAY = 0
                   DISPLAY 'BECIPACK: ALERT - NO ACKNOWLEDGEMENT FOR '
                       WS-PUB-DATE
                   ADD 1 TO WS-ALERTS
               END-IF
           ELSE
               PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                       UNTIL WS-RCV-SUB > WS-RCV-CNT
                   IF WS-RCV-SEEN(WS-RCV-SUB) NOT = 'Y'
                       DISPLAY 'BECIPACK: ALERT - '
                           WS-RCV-ID(WS-RCV-SUB)
                           ' HAS NOT ACKNOWLEDGED RUN ' WS-PUB-RUNID
                       ADD 1 TO WS-ALERTS
                   END-IF
               END-PERFORM
           END-IF.
