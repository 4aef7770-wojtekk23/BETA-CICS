      *  -----------------------------------------------------------
      *  BECIOPR - one authorized operator on the keyed operator
      *  list BECIOPR: a CICS user id and the maintenance functions
      *  it may perform. BECIAUTH reads it before every maintenance
      *  action (see BECIAUTC for the function codes); a user id not
      *  on the list may do none of them. The list belongs to
      *  security administration and is loaded from their 80-column
      *  card deck - nothing in this application writes it - so one
      *  entry is one card:
      *
      *    cols  1-8   user id (the key)
      *    cols 10-33  operator name, for the journal report
      *    cols 35-79  up to five function codes, 8 columns each
      *                with a blank between, in any order
      *  -----------------------------------------------------------
       01 BECI-OPR-REC.
           05 BECI-OPR-KEY.
               10 BECI-OPR-USER       PIC X(8).
           05 FILLER                  PIC X(1).
           05 BECI-OPR-NAME           PIC X(24).
           05 FILLER                  PIC X(1).
           05 BECI-OPR-FUNCS.
               10 BECI-OPR-FUNC-ENT OCCURS 5 TIMES.
                   15 BECI-OPR-FUNC   PIC X(8).
                   15 FILLER          PIC X(1).
           05 FILLER                  PIC X(1).
