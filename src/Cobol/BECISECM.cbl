      *  security master dataset BECISEC (see copybook BECISEC): a
      *  real ticker symbol mapped to its physical BECIIN price
      *  file, with the security name, sector, exchange, default
      *  benchmark file, quoting currency (USD when left blank) and
      *  the active flag the resolving callers (BECIINQ, BECIBATD,
      *  BECILOAD) test.
      *
      *  Actions, keyed next to the ticker:
      *    SHOW   - display the entry
      *             so history runs can still see what the ticker
      *             used to map to
      *
      *  ADD and RETIRE are only open to user ids the operator list
      *  grants SECADD / SECRETIR (BECIAUTH, see BECIAUTC), and each
      *  one made is journaled there with the record before and
      *  after. SHOW is open to anyone signed on to BSEC.
      *
      *  Pseudo-conversational like BECIINQ - only the one-byte
      *  state rides the COMMAREA between tasks.
      *  -----------------------------------------------------------
       01 RESPCODE      PIC S9(8) COMP-4 VALUE 0.
       01 RECLEN        PIC S9(4) COMP.
       01 WS-EXIT-MSG   PIC X(26) VALUE 'SECURITY MAINTENANCE ENDED'.
       01 WS-AUTH-PGM   PIC X(8) VALUE 'BECIAUTH'.
       01 WS-SEC-BEFORE PIC X(80) VALUE SPACES.

       COPY BECIAUTC REPLACING
           ==BECI-AUTH-COMM==   BY ==WS-AUTH-COMM==
           ==BECI-AUTH-REQ==    BY ==WS-AUTH-REQ==
           ==BECI-AUTH-FUNC==   BY ==WS-AUTH-FUNC==
           ==BECI-AUTH-OBJECT== BY ==WS-AUTH-OBJECT==
           ==BECI-AUTH-BEFORE== BY ==WS-AUTH-BEFORE==
           ==BECI-AUTH-AFTER==  BY ==WS-AUTH-AFTER==
           ==BECI-AUTH-REPLY==  BY ==WS-AUTH-REPLY==.

       COPY BECISEC REPLACING
           ==BECI-SEC-REC==    BY ==WS-SEC-REC==
           ==BECI-SEC-SECTOR== BY ==WS-SEC-SECTOR==
           ==BECI-SEC-EXCH==   BY ==WS-SEC-EXCH==
           ==BECI-SEC-BENCH==  BY ==WS-SEC-BENCH==
           ==BECI-SEC-ACTIVE== BY ==WS-SEC-ACTIVE==
           ==BECI-SEC-CCY==    BY ==WS-SEC-CCY==.

       01 WS-COMM.
           05 WS-COMM-STATE PIC X(1).
                   WHEN 'SHOW'
                       PERFORM SHOW-ENTRY
                   WHEN 'ADD'
                       MOVE 'SECADD' TO WS-AUTH-FUNC
                       PERFORM CHECK-AUTHORITY
                       IF WS-AUTH-REPLY = 'Y'
                           PERFORM ADD-ENTRY
                       ELSE
                           MOVE 'NOT AUTHORIZED TO ADD ENTRIES'
                               TO MSGSO
                       END-IF
                   WHEN 'RETIRE'
                       MOVE 'SECRETIR' TO WS-AUTH-FUNC
                       PERFORM CHECK-AUTHORITY
                       IF WS-AUTH-REPLY = 'Y'
                           PERFORM RETIRE-ENTRY
                       ELSE
                           MOVE 'NOT AUTHORIZED TO RETIRE ENTRIES'
                               TO MSGSO
                       END-IF
                   WHEN OTHER
                       MOVE 'ACTION MUST BE SHOW, ADD OR RETIRE'
                           TO MSGSO
               MOVE SSECTORI TO WS-SEC-SECTOR
               MOVE SEXCHI   TO WS-SEC-EXCH
               MOVE SBENCHI  TO WS-SEC-BENCH
               IF SCCYI = SPACES OR SCCYI = LOW-VALUES
                   MOVE 'USD' TO WS-SEC-CCY
               ELSE
                   MOVE SCCYI TO WS-SEC-CCY
               END-IF
               MOVE 'Y'      TO WS-SEC-ACTIVE
               EXEC CICS WRITE FILE(WS-SEC-FILE)
                   FROM(WS-SEC-REC)
                   WHEN DFHRESP(NORMAL)
                       PERFORM SHOW-RECORD-FIELDS
                       MOVE 'ENTRY ADDED' TO MSGSO
                       MOVE SPACES     TO WS-AUTH-BEFORE
                       MOVE WS-SEC-REC TO WS-AUTH-AFTER
                       PERFORM JOURNAL-CHANGE
                       IF WS-AUTH-REPLY NOT = 'Y'
                           MOVE 'ENTRY ADDED - JOURNAL FAILED'
                               TO MSGSO
                       END-IF
                   WHEN DFHRESP(DUPREC)
                       MOVE 'TICKER ALREADY EXISTS - USE RETIRE'
                           TO MSGSO
                       PERFORM SHOW-RECORD-FIELDS
                       MOVE 'ENTRY IS ALREADY RETIRED' TO MSGSO
                   ELSE
                       MOVE WS-SEC-REC TO WS-SEC-BEFORE
                       MOVE 'N' TO WS-SEC-ACTIVE
                       EXEC CICS REWRITE FILE(WS-SEC-FILE)
                           FROM(WS-SEC-REC)
                       IF RESPCODE = DFHRESP(NORMAL)
                           PERFORM SHOW-RECORD-FIELDS
                           MOVE 'ENTRY RETIRED' TO MSGSO
                           MOVE WS-SEC-BEFORE TO WS-AUTH-BEFORE
                           MOVE WS-SEC-REC    TO WS-AUTH-AFTER
                           PERFORM JOURNAL-CHANGE
                           IF WS-AUTH-REPLY NOT = 'Y'
                               MOVE 'ENTRY RETIRED - JOURNAL FAILED'
                                   TO MSGSO
                           END-IF
                       ELSE
                           MOVE 'MASTER FILE REWRITE FAILED' TO MSGSO
                       END-IF
                   MOVE 'MASTER FILE READ FAILED' TO MSGSO
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Ask BECIAUTH whether this user may perform WS-AUTH-FUNC.
      *  The attempted action and the screen's price file ride as
      *  the before image, so a refusal journals what was tried. A
      *  failed LINK refuses too - the check fails closed.
      *  -----------------------------------------------------------
       CHECK-AUTHORITY.
           MOVE 'C'      TO WS-AUTH-REQ.
           MOVE STICKERI TO WS-AUTH-OBJECT.
           MOVE SPACES   TO WS-AUTH-BEFORE.
           STRING SACTIONI DELIMITED BY SPACE
                  ' PRICE FILE ' DELIMITED BY SIZE
                  SPFILEI DELIMITED BY SIZE
               INTO WS-AUTH-BEFORE.
           INSPECT WS-AUTH-BEFORE REPLACING ALL LOW-VALUES BY SPACES.
           MOVE SPACES   TO WS-AUTH-AFTER.
           MOVE 'N'      TO WS-AUTH-REPLY.
           PERFORM LINK-AUTH.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'N' TO WS-AUTH-REPLY
           END-IF.

      *  -----------------------------------------------------------
      *  Journal a change just made - WS-AUTH-FUNC still carries the
      *  function from the check, the caller sets the two images.
      *  -----------------------------------------------------------
       JOURNAL-CHANGE.
           MOVE 'J'           TO WS-AUTH-REQ.
           MOVE WS-SEC-TICKER TO WS-AUTH-OBJECT.
           MOVE 'E'           TO WS-AUTH-REPLY.
           PERFORM LINK-AUTH.
           IF RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'E' TO WS-AUTH-REPLY
           END-IF.

       LINK-AUTH.
           EXEC CICS LINK PROGRAM(WS-AUTH-PGM)
               COMMAREA(WS-AUTH-COMM)
               LENGTH(LENGTH OF WS-AUTH-COMM)
               RESP(RESPCODE)
           END-EXEC.

       SHOW-RECORD-FIELDS.
           MOVE WS-SEC-TICKER TO STICKERO.
           MOVE WS-SEC-PFILE  TO SPFILEO.
           MOVE WS-SEC-EXCH   TO SEXCHO.
           MOVE WS-SEC-BENCH  TO SBENCHO.
           MOVE WS-SEC-ACTIVE TO SACTIVEO.
           IF WS-SEC-CCY = SPACES
               MOVE 'USD' TO SCCYO
           ELSE
               MOVE WS-SEC-CCY TO SCCYO
           END-IF.

       SEND-MAINT-MAP.
           EXEC CICS SEND MAP('BECIS1')
