      *  -----------------------------------------------------------
      *  BECIREQ - one submitted BINQ request on the keyed request
      *  queue file BECIREQ. BECIINQ writes it QUEUED when the
      *  analyst presses PF10 and STARTs transaction BINB with the
      *  key; the BINB task marks it RUNNING, LINKs to BETACICS with
      *  the stored request fields and rewrites it DONE (a fit came
      *  back) or FAILED (any other outcome - BECI-REQ-MSG says
      *  which), together with everything the readout needs so the
      *  analyst can open it later from the my-requests screen.
      *
      *  The key is the submitting user id plus a request number
      *  counted per user, so one user's requests browse together
      *  in submission order. The request fields are kept exactly
      *  as keyed on BECIM1 (the X and Y tickers are resolved again
      *  through the master when the request runs).
      *
      *  BECI-REQ-KIND says which readout BECI-REQ-RESULT holds -
      *  the raw OUTPUTDATA record: P = BECISTAT, C = BECISTA3 (CAP
      *  toggle), D = BECISTA4 (DIMSON LAGS). BECI-REQ-RDGS holds
      *  the BECIRDGS summary when BECI-REQ-RDGS-SET is 'Y'; the
      *  exclusion table is the DQLISTDATA container, BECIDQ
      *  entries. The result areas are kept wider than the
      *  readouts they carry.
      *  -----------------------------------------------------------
       01 BECI-REQ-REC.
           05 BECI-REQ-KEY.
               10 BECI-REQ-USER     PIC X(8).
               10 BECI-REQ-NUM      PIC 9(7).
           05 BECI-REQ-STATUS       PIC X(8).
           05 BECI-REQ-TERM         PIC X(4).
           05 BECI-REQ-SUB-DATE     PIC 9(8).
           05 BECI-REQ-SUB-TIME     PIC 9(6).
           05 BECI-REQ-END-DATE     PIC 9(8).
           05 BECI-REQ-END-TIME     PIC 9(6).
           05 BECI-REQ-INPUT.
               10 BECI-REQ-XFILE    PIC X(8).
               10 BECI-REQ-YFILE    PIC X(8).
               10 BECI-REQ-BEGIN    PIC X(8).
               10 BECI-REQ-END      PIC X(8).
               10 BECI-REQ-DATEMD   PIC X(1).
               10 BECI-REQ-DIMLAG   PIC X(1).
               10 BECI-REQ-SIGMA    PIC X(4).
               10 BECI-REQ-REFIT    PIC X(1).
               10 BECI-REQ-FLDSEL   PIC X(8).
               10 BECI-REQ-RECON    PIC X(1).
               10 BECI-REQ-DQMODE   PIC X(1).
               10 BECI-REQ-DQACT    PIC X(8).
               10 BECI-REQ-ROLLMD   PIC X(1).
               10 BECI-REQ-WINDOW   PIC X(3).
               10 BECI-REQ-CAPMD    PIC X(1).
               10 BECI-REQ-ADJMD    PIC X(1).
               10 BECI-REQ-RETMD    PIC X(3).
               10 BECI-REQ-BASECC   PIC X(3).
           05 BECI-REQ-MSG          PIC X(40).
           05 BECI-REQ-KIND         PIC X(1).
           05 BECI-REQ-RESULT       PIC X(400).
           05 BECI-REQ-RDGS-SET     PIC X(1).
           05 BECI-REQ-RDGS         PIC X(120).
           05 BECI-REQ-EXCL-CNT     PIC 9(4).
           05 BECI-REQ-EXCL-TABLE   PIC X(11000).
