      *  -----------------------------------------------------------
      *  BECIPUB - one record on the end-of-day beta publication
      *  file BECI.BATCH.PUBFILE, written by BECIPUBL at the end of
      *  BECIBAT for the downstream risk and client-reporting
      *  systems. This is the published interface: the internal
      *  report row (BECIRPT) may change shape, this layout only
      *  changes with a new BECI-PUB-H-VERSION agreed with the
      *  receiving teams. Fixed 120 bytes, one record type per
      *  record in column 1:
      *
      *    H - header, first record: the business date the betas
      *        are for, the run id (the date and time the file was
      *        written - the receiving side quotes it back on its
      *        acknowledgement), the source system and the layout
      *        version.
      *    D - one per published pair: the X and Y securities as
      *        security master tickers, the raw, Blume and Vasicek
      *        betas, R-squared and the observation count. Blume and
      *        Vasicek are zero on a pair whose request did not arm
      *        ADJMODE; the count is zero on a multi-ticker row.
      *        BECI-PUB-D-FLAG is blank on a clean row, or DRIFT /
      *        SIGNFLIP when the publication run marks rather than
      *        holds back tonight's drift exceptions.
      *    T - trailer, last record: the number of D records and
      *        the hash total of their raw betas, plus the number of
      *        report rows held back from the file.
      *  -----------------------------------------------------------
       01 BECI-PUB-REC.
           05 BECI-PUB-TYPE          PIC X(1).
           05 BECI-PUB-BODY          PIC X(119).
           05 BECI-PUB-HEADER REDEFINES BECI-PUB-BODY.
               10 BECI-PUB-H-BUSDATE PIC 9(8).
               10 BECI-PUB-H-RUNID   PIC X(14).
               10 BECI-PUB-H-SOURCE  PIC X(8).
               10 BECI-PUB-H-VERSION PIC 9(2).
               10 FILLER             PIC X(87).
           05 BECI-PUB-DETAIL REDEFINES BECI-PUB-BODY.
               10 BECI-PUB-D-XTICKER PIC X(8).
               10 BECI-PUB-D-YTICKER PIC X(8).
               10 BECI-PUB-D-BETA    PIC S9(3)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 BECI-PUB-D-BLUME   PIC S9(3)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 BECI-PUB-D-VASICEK PIC S9(3)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 BECI-PUB-D-RSQ     PIC S9(3)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 BECI-PUB-D-OBSCNT  PIC 9(5).
               10 BECI-PUB-D-FLAG    PIC X(8).
               10 FILLER             PIC X(26).
           05 BECI-PUB-TRAILER REDEFINES BECI-PUB-BODY.
               10 BECI-PUB-T-COUNT   PIC 9(7).
               10 BECI-PUB-T-HASH    PIC S9(7)V9(12)
                   SIGN IS LEADING SEPARATE CHARACTER.
               10 BECI-PUB-T-HELD    PIC 9(7).
               10 FILLER             PIC X(85).
