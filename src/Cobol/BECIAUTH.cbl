       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECIAUTH.

      *  -----------------------------------------------------------
      *  Operator authorization and maintenance journal. LINKed
      *  (COMMAREA, see BECIAUTC) by every transaction that changes
      *  shared state - BSEC ADD and RETIRE, BHKP PURGE and TRIM,
      *  the BADR drain - so the rule and the trail live in one
      *  place:
      *
      *    C - look the signed-on user up on the operator list
      *        BECIOPR and say whether the function is granted. A
      *        refusal is journaled DENIED before replying.
      *    J - journal a change the caller has just made.
      *
      *  The list fails closed: a user id that is not on it, an
      *  entry without the function, or a list that cannot be read
      *  at all (file closed, disabled, not defined) all refuse.
      *
      *  User, terminal and transaction are taken here rather than
      *  passed in - the LINKed program shares the caller's task,
      *  so ASSIGN USERID and the EIB are the caller's own and
      *  cannot be mis-stated by it. A task with no terminal (BADR
      *  from PLT or an interval START) journals a blank terminal.
      *
      *  A journal write that fails is also logged to CSSL so the
      *  gap is visible to operations even when the caller's own
      *  message is lost.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-OPR-FILE    PIC X(8) VALUE 'BECIOPR'.
       01 WS-JRN-FILE    PIC X(8) VALUE 'BECIJRN'.
       01 WS-CSSL-QUEUE  PIC X(4) VALUE 'CSSL'.
       01 RESPCODE       PIC S9(8) COMP-4 VALUE 0.
       01 WS-USERID      PIC X(8) VALUE SPACES.
       01 WS-FUNC-IX     PIC S9(4) COMP VALUE 0.
       01 WS-OPR-RECLEN  PIC S9(4) COMP VALUE 0.
       01 WS-JRN-RESULT  PIC X(8) VALUE SPACES.
       01 WS-JRN-OK      PIC X(1) VALUE 'N'.
       01 WS-JRN-DONE    PIC X(1) VALUE 'N'.

       COPY BECIAUTC REPLACING
           ==BECI-AUTH-COMM==   BY ==WS-AUTH-COMM==
           ==BECI-AUTH-REQ==    BY ==WS-AUTH-REQ==
           ==BECI-AUTH-FUNC==   BY ==WS-AUTH-FUNC==
           ==BECI-AUTH-OBJECT== BY ==WS-AUTH-OBJECT==
           ==BECI-AUTH-BEFORE== BY ==WS-AUTH-BEFORE==
           ==BECI-AUTH-AFTER==  BY ==WS-AUTH-AFTER==
           ==BECI-AUTH-REPLY==  BY ==WS-AUTH-REPLY==.

       COPY BECIOPR REPLACING
           ==BECI-OPR-REC==      BY ==WS-OPR-REC==
           ==BECI-OPR-KEY==      BY ==WS-OPR-KEY==
           ==BECI-OPR-USER==     BY ==WS-OPR-USER==
           ==BECI-OPR-NAME==     BY ==WS-OPR-NAME==
           ==BECI-OPR-FUNCS==    BY ==WS-OPR-FUNCS==
           ==BECI-OPR-FUNC-ENT== BY ==WS-OPR-FUNC-ENT==
           ==BECI-OPR-FUNC==     BY ==WS-OPR-FUNC==.

       COPY BECIJRN REPLACING
           ==BECI-JRN-REC==    BY ==WS-JRN-REC==
           ==BECI-JRN-KEY==    BY ==WS-JRN-KEY==
           ==BECI-JRN-TS==     BY ==WS-JRN-TS==
           ==BECI-JRN-SEQ==    BY ==WS-JRN-SEQ==
           ==BECI-JRN-USER==   BY ==WS-JRN-USER==
           ==BECI-JRN-TERM==   BY ==WS-JRN-TERM==
           ==BECI-JRN-TRAN==   BY ==WS-JRN-TRAN==
           ==BECI-JRN-ACTION== BY ==WS-JRN-ACTION==
           ==BECI-JRN-RESULT== BY ==WS-JRN-RESULT-CD==
           ==BECI-JRN-OBJECT== BY ==WS-JRN-OBJECT==
           ==BECI-JRN-BEFORE== BY ==WS-JRN-BEFORE==
           ==BECI-JRN-AFTER==  BY ==WS-JRN-AFTER==.

       01 WS-ABSTIME     PIC S9(15) COMP-3.
       01 WS-JRN-DATE    PIC X(10).
       01 WS-JRN-TIME    PIC X(8).

       01 WS-LOG-LINE.
           05 FILLER         PIC X(36)
               VALUE 'BECIAUTH: JOURNAL WRITE FAILED FOR  '.
           05 WS-LOG-USER    PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-LOG-ACTION  PIC X(8).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WS-LOG-OBJECT  PIC X(16).

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(186).

       PROCEDURE DIVISION.
           IF EIBCALEN < LENGTH OF WS-AUTH-COMM
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE DFHCOMMAREA TO WS-AUTH-COMM.
           EXEC CICS ASSIGN USERID(WS-USERID) END-EXEC.

           EVALUATE WS-AUTH-REQ
               WHEN 'C'
                   PERFORM CHECK-OPERATOR
               WHEN 'J'
                   MOVE 'DONE' TO WS-JRN-RESULT
                   PERFORM WRITE-JOURNAL-ENTRY
                   IF WS-JRN-OK = 'Y'
                       MOVE 'Y' TO WS-AUTH-REPLY
                   ELSE
                       MOVE 'E' TO WS-AUTH-REPLY
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WS-AUTH-REPLY
           END-EVALUATE.

           MOVE WS-AUTH-COMM TO DFHCOMMAREA.
           EXEC CICS RETURN END-EXEC.

      *  -----------------------------------------------------------
      *  Any response but NORMAL on the list read - NOTFND for an
      *  unknown user, or the file itself unavailable - leaves the
      *  reply at N.
      *  -----------------------------------------------------------
       CHECK-OPERATOR.
           MOVE 'N' TO WS-AUTH-REPLY.
           MOVE WS-USERID TO WS-OPR-USER.
           MOVE LENGTH OF WS-OPR-REC TO WS-OPR-RECLEN.
           EXEC CICS READ FILE(WS-OPR-FILE)
               INTO(WS-OPR-REC)
               RIDFLD(WS-OPR-KEY)
               LENGTH(WS-OPR-RECLEN)
               RESP(RESPCODE)
           END-EXEC.
           IF RESPCODE = DFHRESP(NORMAL)
               PERFORM VARYING WS-FUNC-IX FROM 1 BY 1
                       UNTIL WS-FUNC-IX > 5
                   IF WS-OPR-FUNC(WS-FUNC-IX) = WS-AUTH-FUNC
                       MOVE 'Y' TO WS-AUTH-REPLY
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-AUTH-REPLY NOT = 'Y'
               MOVE 'DENIED' TO WS-JRN-RESULT
               PERFORM WRITE-JOURNAL-ENTRY
           END-IF.

       WRITE-JOURNAL-ENTRY.
           EXEC CICS ASSIGN ABSTIME(WS-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-JRN-DATE)
               DATESEP('-')
               TIME(WS-JRN-TIME)
               TIMESEP
           END-EXEC.
           MOVE SPACES TO WS-JRN-TS.
           STRING WS-JRN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-JRN-TIME DELIMITED BY SIZE
               INTO WS-JRN-TS.
           MOVE 0              TO WS-JRN-SEQ.
           MOVE WS-USERID      TO WS-JRN-USER.
           MOVE EIBTRMID       TO WS-JRN-TERM.
           MOVE EIBTRNID       TO WS-JRN-TRAN.
           MOVE WS-AUTH-FUNC   TO WS-JRN-ACTION.
           MOVE WS-JRN-RESULT  TO WS-JRN-RESULT-CD.
           MOVE WS-AUTH-OBJECT TO WS-JRN-OBJECT.
           MOVE WS-AUTH-BEFORE TO WS-JRN-BEFORE.
           MOVE WS-AUTH-AFTER  TO WS-JRN-AFTER.

           MOVE 'N' TO WS-JRN-OK.
           MOVE 'N' TO WS-JRN-DONE.
           PERFORM WRITE-JOURNAL-TRY
               UNTIL WS-JRN-OK = 'Y' OR WS-JRN-DONE = 'Y'.

           IF WS-JRN-OK NOT = 'Y'
               MOVE WS-USERID      TO WS-LOG-USER
               MOVE WS-AUTH-FUNC   TO WS-LOG-ACTION
               MOVE WS-AUTH-OBJECT TO WS-LOG-OBJECT
               EXEC CICS WRITEQ TD QUEUE(WS-CSSL-QUEUE)
                   FROM(WS-LOG-LINE)
                   LENGTH(LENGTH OF WS-LOG-LINE)
                   RESP(RESPCODE)
               END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  Same-second entries (a PURGE deleting a dozen queues) walk
      *  the sequence suffix up past whatever is already on file,
      *  as the audit master drain does.
      *  -----------------------------------------------------------
       WRITE-JOURNAL-TRY.
           EXEC CICS WRITE FILE(WS-JRN-FILE)
               FROM(WS-JRN-REC)
               RIDFLD(WS-JRN-KEY)
               LENGTH(LENGTH OF WS-JRN-REC)
               RESP(RESPCODE)
           END-EXEC.
           EVALUATE RESPCODE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-JRN-OK
               WHEN DFHRESP(DUPREC)
                   IF WS-JRN-SEQ < 9999
                       ADD 1 TO WS-JRN-SEQ
                   ELSE
                       MOVE 'Y' TO WS-JRN-DONE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-JRN-DONE
           END-EVALUATE.
