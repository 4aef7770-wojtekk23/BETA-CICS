      *  -----------------------------------------------------------
      *  BECIJRN - one entry on the permanent maintenance journal,
      *  the keyed dataset BECIJRN, written by BECIAUTH for every
      *  change made through BSEC, BHKP and BADR and for every
      *  attempt the operator list refused. Nothing deletes from
      *  it; BECIJRNR reports each business day's entries for the
      *  compliance sign-off.
      *
      *  The key is the display timestamp plus a sequence number,
      *  as on BECIAUDM, so entries landing in the same second
      *  never collide. BECI-JRN-ACTION is the function code (see
      *  BECIAUTC); BECI-JRN-RESULT is DONE for a change made or
      *  DENIED for a refused attempt. BECI-JRN-OBJECT names what
      *  was changed - the ticker, the queue - and the two images
      *  hold it before and after the change: the BECISEC record
      *  itself for BSEC, a one-line description of the queue for
      *  BHKP and BADR (blank where there is nothing - before an
      *  ADD, after a delete). A DENIED entry carries the attempted
      *  request as its before image.
      *  -----------------------------------------------------------
       01 BECI-JRN-REC.
           05 BECI-JRN-KEY.
               10 BECI-JRN-TS    PIC X(26).
               10 BECI-JRN-SEQ   PIC 9(4).
           05 BECI-JRN-USER      PIC X(8).
           05 BECI-JRN-TERM      PIC X(4).
           05 BECI-JRN-TRAN      PIC X(4).
           05 BECI-JRN-ACTION    PIC X(8).
           05 BECI-JRN-RESULT    PIC X(8).
           05 BECI-JRN-OBJECT    PIC X(16).
           05 BECI-JRN-BEFORE    PIC X(80).
           05 BECI-JRN-AFTER     PIC X(80).
