      *  -----------------------------------------------------------
      *  BECICYC - one record on the keyed cycle-control dataset
      *  (DD CYCFILE), maintained by the BECICYC step utility. Keyed
      *  by job name and business date:
      *
      *    BUSDATE / 00000000 - the cycle record: the current
      *        business date every batch program takes its run date
      *        from (BECI-CYC-BUSDATE), the one before it, the
      *        exchange whose BECICAL trading calendar the date roll
      *        steps through, and in the start stamps the time of
      *        the last roll. Written once by INIT, rewritten by
      *        every ROLL.
      *    job name / date    - one record per nightly job per
      *        business date: written RUNNING by the job's BEGIN
      *        step, closed by its END step with the job's highest
      *        step RC and a status of CLEAN (RC 0), WARNING (RC 1-4)
      *        or FAILED (anything worse); RELEASED once operations
      *        has reviewed a WARNING and let the stream go on.
      *
      *  The per-date job records stay on file, so the dataset is
      *  also the history of when each night's jobs ran and how
      *  they ended.
      *  -----------------------------------------------------------
       01 BECI-CYC-REC.
           05 BECI-CYC-KEY.
               10 BECI-CYC-JOB      PIC X(8).
               10 BECI-CYC-DATE     PIC 9(8).
           05 BECI-CYC-STATUS       PIC X(8).
           05 BECI-CYC-RC           PIC 9(4).
           05 BECI-CYC-START-DATE   PIC 9(8).
           05 BECI-CYC-START-TIME   PIC 9(6).
           05 BECI-CYC-END-DATE     PIC 9(8).
           05 BECI-CYC-END-TIME     PIC 9(6).
           05 BECI-CYC-BUSDATE      PIC 9(8).
           05 BECI-CYC-PREVDATE     PIC 9(8).
           05 BECI-CYC-EXCH         PIC X(8).
