      *                         run this after a BADR drain has put
      *                         their contents on the master files
      *
      *  PURGE and TRIM are only open to user ids the operator list
      *  grants HKPPURGE / HKPTRIM (BECIAUTH, see BECIAUTC); every
      *  queue either one deletes is journaled there with its item
      *  count and age as the before image. LIST is open to anyone.
      *
      *  Only queues whose names this application provably mints are
      *  touched: the two fixed accumulators, and K/R plus the known
      *  channel prefixes (BATCH from BECIBATD, BECIINQ from the
      *  inquiry screen and its BINB background runs). A K/R queue
      *  belonging to some other application never matches and is
      *  never listed or purged.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-AUDIT-QUEUE PIC X(8) VALUE 'BECIAUDT'.
       01 WS-XDQ-QUEUE   PIC X(8) VALUE 'BECIXDQL'.

       01 WS-AUTH-PGM    PIC X(8) VALUE 'BECIAUTH'.
       01 WS-JRN-FAILED  PIC X(1) VALUE 'N'.

       COPY BECIAUTC REPLACING
           ==BECI-AUTH-COMM==   BY ==WS-AUTH-COMM==
           ==BECI-AUTH-REQ==    BY ==WS-AUTH-REQ==
           ==BECI-AUTH-FUNC==   BY ==WS-AUTH-FUNC==
           ==BECI-AUTH-OBJECT== BY ==WS-AUTH-OBJECT==
           ==BECI-AUTH-BEFORE== BY ==WS-AUTH-BEFORE==
           ==BECI-AUTH-AFTER==  BY ==WS-AUTH-AFTER==
           ==BECI-AUTH-REPLY==  BY ==WS-AUTH-REPLY==.

      *  Journal before image of a deleted queue.
       01 WS-Q-IMAGE.
           05 FILLER       PIC X(6) VALUE 'ITEMS '.
           05 WS-QI-ITEMS  PIC ZZZZZZZ9.
           05 FILLER       PIC X(11) VALUE '  AGE(SEC) '.
           05 WS-QI-AGE    PIC ZZZZZZZ9.
           05 FILLER       PIC X(47) VALUE SPACES.

       01 WS-LINE-MAX   PIC 9(2) VALUE 20.
       01 WS-LINE-CNT   PIC 9(2) VALUE 0.
       01 WS-SCREEN.
                   IF WS-CMD-ARG = SPACES OR WS-TEST-ARG NOT = 0
                       PERFORM ADD-USAGE-LINES
                   ELSE
                       MOVE 'HKPPURGE' TO WS-AUTH-FUNC
                       PERFORM CHECK-AUTHORITY
                       IF WS-AUTH-REPLY = 'Y'
                           COMPUTE WS-RETENTION =
                               FUNCTION NUMVAL(WS-CMD-ARG)
                           PERFORM BROWSE-QUEUES
                           PERFORM PURGE-QUEUES
                       ELSE
                           PERFORM ADD-DENIED-LINES
                       END-IF
                   END-IF
               WHEN 'TRIM'
                   MOVE 'HKPTRIM' TO WS-AUTH-FUNC
                   PERFORM CHECK-AUTHORITY
                   IF WS-AUTH-REPLY = 'Y'
                       PERFORM TRIM-ACCUMULATORS
                   ELSE
                       PERFORM ADD-DENIED-LINES
                   END-IF
               WHEN OTHER
                   PERFORM ADD-USAGE-LINES
           END-EVALUATE.

           IF WS-JRN-FAILED = 'Y'
               IF WS-LINE-CNT >= WS-LINE-MAX
                   MOVE WS-LINE-MAX TO WS-LINE-CNT
               ELSE
                   ADD 1 TO WS-LINE-CNT
               END-IF
               MOVE 'JOURNAL WRITE FAILED - SEE CSSL'
                   TO WS-SCR-LINE(WS-LINE-CNT)
           END-IF.

           PERFORM SEND-SCREEN.
           EXEC CICS RETURN END-EXEC.

      *  A queue is ours if it is one of the two fixed accumulators,
      *  or a K/R checkpoint/rolling queue for a channel name this
      *  application's callers mint (BATCHnnnn from BECIBATD,
      *  BECIINQtttt from the inquiry screen, BECIINQBnnnnnnn from
      *  its BINB background runs). Only the K/R queues are ever
      *  purge candidates - the accumulators belong to the TRIM
      *  command and the BADR drain.
      *  -----------------------------------------------------------
       CLASSIFY-QUEUE.
           MOVE 'N' TO WS-OWNED.
                   END-EXEC
                   IF RESPCODE = DFHRESP(NORMAL)
                       ADD 1 TO WS-PURGE-CNT
                       MOVE WS-Q-NAME(WS-Q-SUB)  TO WS-TSQ-NAME
                       MOVE WS-Q-ITEMS(WS-Q-SUB) TO WS-NUMITEMS
                       MOVE WS-Q-AGE(WS-Q-SUB)   TO WS-LASTUSED
                       PERFORM JOURNAL-DELETE
                       IF WS-LINE-CNT < WS-LINE-MAX
                           ADD 1 TO WS-LINE-CNT
                           MOVE WS-Q-NAME(WS-Q-SUB)
           MOVE 'BECIHKP - ACCUMULATOR QUEUES TRIMMED'
               TO WS-SCR-LINE(1).
           MOVE 2 TO WS-LINE-CNT.
           MOVE WS-AUDIT-QUEUE TO WS-TSQ-NAME.
           PERFORM INQUIRE-ONE-QUEUE.
           EXEC CICS DELETEQ TS QUEUE(WS-AUDIT-QUEUE)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               MOVE 'BECIAUDT DELETED' TO WS-SCR-LINE(2)
               PERFORM JOURNAL-DELETE
           ELSE
               MOVE 'BECIAUDT ALREADY EMPTY' TO WS-SCR-LINE(2)
           END-IF.
           ADD 1 TO WS-LINE-CNT.
           MOVE WS-XDQ-QUEUE TO WS-TSQ-NAME.
           PERFORM INQUIRE-ONE-QUEUE.
           EXEC CICS DELETEQ TS QUEUE(WS-XDQ-QUEUE)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               MOVE 'BECIXDQL DELETED' TO WS-SCR-LINE(3)
               PERFORM JOURNAL-DELETE
           ELSE
               MOVE 'BECIXDQL ALREADY EMPTY' TO WS-SCR-LINE(3)
           END-IF.

      *  -----------------------------------------------------------
      *  Item count and age of one named queue, for the journal's
      *  before image - taken before the delete, since nothing is
      *  left to ask afterwards.
      *  -----------------------------------------------------------
       INQUIRE-ONE-QUEUE.
           MOVE 0 TO WS-NUMITEMS.
           MOVE 0 TO WS-LASTUSED.
           EXEC CICS INQUIRE TSQNAME(WS-TSQ-NAME)
               NUMITEMS(WS-NUMITEMS)
               LASTUSEDINT(WS-LASTUSED)
               RESP(RESPCODE)
           END-EXEC.

      *  -----------------------------------------------------------
      *  Ask BECIAUTH whether this user may perform WS-AUTH-FUNC,
      *  passing the command as typed as the before image so a
      *  refusal journals what was tried. A failed LINK refuses too.
      *  -----------------------------------------------------------
       CHECK-AUTHORITY.
           MOVE 'C'      TO WS-AUTH-REQ.
           MOVE SPACES   TO WS-AUTH-OBJECT.
           MOVE WS-INPUT TO WS-AUTH-BEFORE.
           MOVE SPACES   TO WS-AUTH-AFTER.
           MOVE 'N'      TO WS-AUTH-REPLY.
           EXEC CICS LINK PROGRAM(WS-AUTH-PGM)
               COMMAREA(WS-AUTH-COMM)
               LENGTH(LENGTH OF WS-AUTH-COMM)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-AUTH-REPLY
           END-IF.

      *  -----------------------------------------------------------
      *  Journal the queue in WS-TSQ-NAME as deleted, described by
      *  WS-NUMITEMS / WS-LASTUSED. There is no after image.
      *  -----------------------------------------------------------
       JOURNAL-DELETE.
           MOVE WS-NUMITEMS TO WS-QI-ITEMS.
           MOVE WS-LASTUSED TO WS-QI-AGE.
           MOVE 'J'         TO WS-AUTH-REQ.
           MOVE WS-TSQ-NAME TO WS-AUTH-OBJECT.
           MOVE WS-Q-IMAGE  TO WS-AUTH-BEFORE.
           MOVE SPACES      TO WS-AUTH-AFTER.
           MOVE 'E'         TO WS-AUTH-REPLY.
           EXEC CICS LINK PROGRAM(WS-AUTH-PGM)
               COMMAREA(WS-AUTH-COMM)
               LENGTH(LENGTH OF WS-AUTH-COMM)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE NOT = DFHRESP(NORMAL)
              OR WS-AUTH-REPLY NOT = 'Y'
               MOVE 'Y' TO WS-JRN-FAILED
           END-IF.

       ADD-DENIED-LINES.
           MOVE 'BECIHKP - NOT AUTHORIZED' TO WS-SCR-LINE(1).
           MOVE SPACES TO WS-SCR-LINE(2).
           STRING '  USER ID IS NOT GRANTED ' DELIMITED BY SIZE
                  WS-AUTH-FUNC DELIMITED BY SPACE
                  ' ON THE OPERATOR LIST' DELIMITED BY SIZE
               INTO WS-SCR-LINE(2).
           MOVE 2 TO WS-LINE-CNT.

       ADD-USAGE-LINES.
           MOVE 'BECIHKP - USAGE:' TO WS-SCR-LINE(1).
           MOVE '  BHKP LIST' TO WS-SCR-LINE(2).
