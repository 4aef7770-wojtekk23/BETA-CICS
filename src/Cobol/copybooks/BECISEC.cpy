      *  security is rejected up front instead of failing with
      *  NOTFND deep inside a run. BECI-SEC-BENCH names the default
      *  benchmark price file used when a request leaves the Y file
      *  blank. BECI-SEC-SECTOR groups the names into the peer
      *  groups of BECIPEER's sector report. BECI-SEC-CCY is the ISO
      *  code of the currency the price file is quoted in, which
      *  BETACICS's base-currency mode converts from (see BECIFXR);
      *  an entry that predates the field carries spaces there and
      *  is read as USD.
      *  -----------------------------------------------------------
       01 BECI-SEC-REC.
           05 BECI-SEC-KEY.
           05 BECI-SEC-EXCH      PIC X(8).
           05 BECI-SEC-BENCH     PIC X(8).
           05 BECI-SEC-ACTIVE    PIC X(1).
           05 BECI-SEC-CCY       PIC X(3).
