      *  mid-drain leaves the queue intact (re-driving the drain
      *  re-writes the survivors - the timestamp+sequence key makes
      *  that harmless).
      *
      *  The drain is only run for a user id the operator list
      *  grants AUDDRAIN (BECIAUTH, see BECIAUTC) - from PLT or an
      *  interval START that is the user id the task runs under, so
      *  it must be on the list too. A refused drain touches
      *  nothing and says so on CSSL. Each queue drained is
      *  journaled with its item count before and what was written
      *  after.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
       01 WS-REC-WRITTEN PIC X(1) VALUE 'N'.
       01 WS-DRAIN-COUNT PIC 9(5) VALUE 0.
       01 WS-READ-LEN    PIC S9(4) COMP.
       01 WS-AUDIT-ITEMS PIC S9(4) COMP VALUE 0.
       01 WS-XDQ-ITEMS   PIC S9(4) COMP VALUE 0.

       01 WS-AUTH-PGM    PIC X(8) VALUE 'BECIAUTH'.

       COPY BECIAUTC REPLACING
           ==BECI-AUTH-COMM==   BY ==WS-AUTH-COMM==
           ==BECI-AUTH-REQ==    BY ==WS-AUTH-REQ==
           ==BECI-AUTH-FUNC==   BY ==WS-AUTH-FUNC==
           ==BECI-AUTH-OBJECT== BY ==WS-AUTH-OBJECT==
           ==BECI-AUTH-BEFORE== BY ==WS-AUTH-BEFORE==
           ==BECI-AUTH-AFTER==  BY ==WS-AUTH-AFTER==
           ==BECI-AUTH-REPLY==  BY ==WS-AUTH-REPLY==.

       01 WS-REFUSED-LINE PIC X(48)
           VALUE 'BECIAUDP: DRAIN REFUSED - AUDDRAIN NOT GRANTED'.

      *  -----------------------------------------------------------
      *  Journal images of one drained queue - set up by the caller
      *  of JOURNAL-DRAIN.
      *  -----------------------------------------------------------
       01 WS-JD-QUEUE    PIC X(8).
       01 WS-JD-DELETED  PIC X(1).
       01 WS-JD-BEFORE.
           05 FILLER       PIC X(15) VALUE 'ITEMS ON QUEUE '.
           05 WS-JD-ITEMS  PIC 9(5).
           05 FILLER       PIC X(60) VALUE SPACES.
       01 WS-JD-AFTER.
           05 WS-JD-COUNT  PIC 9(5).
           05 FILLER       PIC X(12) VALUE ' WRITTEN TO '.
           05 WS-JD-FILE   PIC X(8).
           05 FILLER       PIC X(9) VALUE ' - QUEUE '.
           05 WS-JD-STATE  PIC X(7).
           05 FILLER       PIC X(39) VALUE SPACES.

       COPY BECIAUD REPLACING
           ==BECI-AUDIT-REC==  BY ==WS-AUDIT-REC==
           05 WS-XLOG-STATUS PIC X(8).

       PROCEDURE DIVISION.
           MOVE 'C'        TO WS-AUTH-REQ.
           MOVE 'AUDDRAIN' TO WS-AUTH-FUNC.
           MOVE SPACES     TO WS-AUTH-OBJECT.
           MOVE 'BADR AUDIT/EXCLUSION DRAIN' TO WS-AUTH-BEFORE.
           MOVE SPACES     TO WS-AUTH-AFTER.
           MOVE 'N'        TO WS-AUTH-REPLY.
           PERFORM LINK-AUTH.
           IF WS-AUTH-REPLY NOT = 'Y'
               EXEC CICS WRITEQ TD QUEUE(WS-CSSL-QUEUE)
                   FROM(WS-REFUSED-LINE)
                   LENGTH(LENGTH OF WS-REFUSED-LINE)
                   RESP(RESPCODE)
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM DRAIN-QUEUE-ITEM
               UNTIL WS-QUEUE-DONE = 'Y' OR WS-DRAIN-OK = 'N'.

      *  Only a fully drained queue is deleted - on any write
      *  failure the queue survives for a re-drive.
      *  -----------------------------------------------------------
           MOVE 'N' TO WS-JD-DELETED.
           IF WS-DRAIN-OK = 'Y' AND WS-DRAIN-COUNT > 0
               EXEC CICS DELETEQ TS QUEUE(WS-AUDIT-QUEUE)
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-JD-DELETED
               END-IF
           END-IF.

           IF WS-DRAIN-COUNT > 0
               MOVE WS-AUDIT-QUEUE TO WS-JD-QUEUE
               MOVE WS-AUDIT-ITEMS TO WS-JD-ITEMS
               MOVE WS-DRAIN-COUNT TO WS-JD-COUNT
               MOVE WS-AUDM-FILE   TO WS-JD-FILE
               PERFORM JOURNAL-DRAIN
           END-IF.

           MOVE WS-DRAIN-COUNT TO WS-LOG-COUNT.
           PERFORM DRAIN-XDQ-ITEM
               UNTIL WS-XDQ-DONE = 'Y' OR WS-XDQ-OK = 'N'.

           MOVE 'N' TO WS-JD-DELETED.
           IF WS-XDQ-OK = 'Y' AND WS-XDQ-COUNT > 0
               EXEC CICS DELETEQ TS QUEUE(WS-XDQ-QUEUE)
                   RESP(RESPCODE)
               END-EXEC
               IF RESPCODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-JD-DELETED
               END-IF
           END-IF.

           IF WS-XDQ-COUNT > 0
               MOVE WS-XDQ-QUEUE  TO WS-JD-QUEUE
               MOVE WS-XDQ-ITEMS  TO WS-JD-ITEMS
               MOVE WS-XDQ-COUNT  TO WS-JD-COUNT
               MOVE WS-XDQM-FILE  TO WS-JD-FILE
               PERFORM JOURNAL-DRAIN
           END-IF.

           MOVE WS-XDQ-COUNT TO WS-XLOG-COUNT.
               INTO(WS-AUDIT-REC)
               LENGTH(WS-READ-LEN)
               ITEM(WS-ITEM-NUM)
               NUMITEMS(WS-AUDIT-ITEMS)
               RESP(RESPCODE)
           END-EXEC.
           EVALUATE RESPCODE
               INTO(WS-XDQ-REC)
               LENGTH(WS-READ-LEN)
               ITEM(WS-XDQ-ITEM)
               NUMITEMS(WS-XDQ-ITEMS)
               RESP(RESPCODE)
           END-EXEC.
           EVALUATE RESPCODE
               WHEN OTHER
                   MOVE 'N' TO WS-XDQ-OK
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  A failed LINK leaves the reply as set - N on the check,
      *  which refuses the drain.
      *  -----------------------------------------------------------
       LINK-AUTH.
           EXEC CICS LINK PROGRAM(WS-AUTH-PGM)
               COMMAREA(WS-AUTH-COMM)
               LENGTH(LENGTH OF WS-AUTH-COMM)
               RESP(RESPCODE)
           END-EXEC.

      *  -----------------------------------------------------------
      *  One journal entry per queue drained: the item count found
      *  before, what reached the master file and whether the queue
      *  went after. A failed journal write is logged by BECIAUTH.
      *  -----------------------------------------------------------
       JOURNAL-DRAIN.
           IF WS-JD-DELETED = 'Y'
               MOVE 'DELETED' TO WS-JD-STATE
           ELSE
               MOVE 'KEPT'    TO WS-JD-STATE
           END-IF.
           MOVE 'J'          TO WS-AUTH-REQ.
           MOVE 'AUDDRAIN'   TO WS-AUTH-FUNC.
           MOVE WS-JD-QUEUE  TO WS-AUTH-OBJECT.
           MOVE WS-JD-BEFORE TO WS-AUTH-BEFORE.
           MOVE WS-JD-AFTER  TO WS-AUTH-AFTER.
           PERFORM LINK-AUTH.
