      *  -----------------------------------------------------------
      *  BECIAUTC - the COMMAREA the maintenance transactions pass
      *  when they LINK to BECIAUTH.
      *
      *  BECI-AUTH-REQ:
      *    C - may the signed-on user perform BECI-AUTH-FUNC? The
      *        reply is Y, or N when the operator list does not
      *        grant it (a refusal is journaled DENIED, with the
      *        object and the before image as passed in).
      *    J - journal a change just made: BECI-AUTH-FUNC, the
      *        object and the before/after images. The reply is Y,
      *        or E when the journal could not be written.
      *
      *  Function codes, as the operator list carries them:
      *    SECADD   - BSEC ADD         SECRETIR - BSEC RETIRE
      *    HKPPURGE - BHKP PURGE       HKPTRIM  - BHKP TRIM
      *    AUDDRAIN - the BADR drain
      *  -----------------------------------------------------------
       01 BECI-AUTH-COMM.
           05 BECI-AUTH-REQ      PIC X(1).
           05 BECI-AUTH-FUNC     PIC X(8).
           05 BECI-AUTH-OBJECT   PIC X(16).
           05 BECI-AUTH-BEFORE   PIC X(80).
           05 BECI-AUTH-AFTER    PIC X(80).
           05 BECI-AUTH-REPLY    PIC X(1).
