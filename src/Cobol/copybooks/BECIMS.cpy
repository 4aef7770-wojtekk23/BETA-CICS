           05 YFILEL         PIC S9(4) COMP.
           05 YFILEF         PIC X(1).
           05 YFILEI         PIC X(8).
           05 SIGMAL         PIC S9(4) COMP.
           05 SIGMAF         PIC X(1).
           05 SIGMAI         PIC X(4).
           05 REFITL         PIC S9(4) COMP.
           05 REFITF         PIC X(1).
           05 REFITI         PIC X(1).
           05 RFBETAL        PIC S9(4) COMP.
           05 RFBETAF        PIC X(1).
           05 RFBETAI        PIC X(17).
           05 BEGINPL        PIC S9(4) COMP.
           05 BEGINPF        PIC X(1).
           05 BEGINPI        PIC X(8).
           05 DATEMDL        PIC S9(4) COMP.
           05 DATEMDF        PIC X(1).
           05 DATEMDI        PIC X(1).
           05 DIMLAGL        PIC S9(4) COMP.
           05 DIMLAGF        PIC X(1).
           05 DIMLAGI        PIC X(1).
           05 ZEROVLL        PIC S9(4) COMP.
           05 ZEROVLF        PIC X(1).
           05 ZEROVLI        PIC X(5).
           05 OUTCNTL        PIC S9(4) COMP.
           05 OUTCNTF        PIC X(1).
           05 OUTCNTI        PIC X(5).
           05 DIMOBSL        PIC S9(4) COMP.
           05 DIMOBSF        PIC X(1).
           05 DIMOBSI        PIC X(5).
           05 FLDSELL        PIC S9(4) COMP.
           05 FLDSELF        PIC X(1).
           05 FLDSELI        PIC X(8).
           05 ADJMDL         PIC S9(4) COMP.
           05 ADJMDF         PIC X(1).
           05 ADJMDI         PIC X(1).
           05 RETMDL         PIC S9(4) COMP.
           05 RETMDF         PIC X(1).
           05 RETMDI         PIC X(3).
           05 BASECCL        PIC S9(4) COMP.
           05 BASECCF        PIC X(1).
           05 BASECCI        PIC X(3).
           05 BETAL          PIC S9(4) COMP.
           05 BETAF          PIC X(1).
           05 BETAI          PIC X(17).
           05 VASICEKL       PIC S9(4) COMP.
           05 VASICEKF       PIC X(1).
           05 VASICEKI       PIC X(17).
           05 JENSENL        PIC S9(4) COMP.
           05 JENSENF        PIC X(1).
           05 JENSENI        PIC X(17).
           05 SHARPEL        PIC S9(4) COMP.
           05 SHARPEF        PIC X(1).
           05 SHARPEI        PIC X(17).
           05 TREYNORL       PIC S9(4) COMP.
           05 TREYNORF       PIC X(1).
           05 TREYNORI       PIC X(17).
           05 DIMBTAL        PIC S9(4) COMP.
           05 DIMBTAF        PIC X(1).
           05 DIMBTAI        PIC X(17).
           05 MSG1L          PIC S9(4) COMP.
           05 MSG1F          PIC X(1).
           05 MSG1I          PIC X(40).
           05 DWSTATL        PIC S9(4) COMP.
           05 DWSTATF        PIC X(1).
           05 DWSTATI        PIC X(17).
           05 DIMCFL         PIC S9(4) COMP.
           05 DIMCFF         PIC X(1).
           05 DIMCFI         PIC X(63).
       01 BECIM1O REDEFINES BECIM1I.
           05 FILLER         PIC X(12).
           05 FILLER         PIC X(3).
           05 FILLER         PIC X(3).
           05 YFILEO         PIC X(8).
           05 FILLER         PIC X(3).
           05 SIGMAO         PIC X(4).
           05 FILLER         PIC X(3).
           05 REFITO         PIC X(1).
           05 FILLER         PIC X(3).
           05 RFBETAO        PIC X(17).
           05 FILLER         PIC X(3).
           05 BEGINPO        PIC X(8).
           05 FILLER         PIC X(3).
           05 ENDPO          PIC X(8).
           05 FILLER         PIC X(3).
           05 DATEMDO        PIC X(1).
           05 FILLER         PIC X(3).
           05 DIMLAGO        PIC X(1).
           05 FILLER         PIC X(3).
           05 ZEROVLO        PIC X(5).
           05 FILLER         PIC X(3).
           05 OUTCNTO        PIC X(5).
           05 FILLER         PIC X(3).
           05 DIMOBSO        PIC X(5).
           05 FILLER         PIC X(3).
           05 FLDSELO        PIC X(8).
           05 FILLER         PIC X(3).
           05 RECONO         PIC X(1).
           05 FILLER         PIC X(3).
           05 ADJMDO         PIC X(1).
           05 FILLER         PIC X(3).
           05 RETMDO         PIC X(3).
           05 FILLER         PIC X(3).
           05 BASECCO        PIC X(3).
           05 FILLER         PIC X(3).
           05 BETAO          PIC X(17).
           05 FILLER         PIC X(3).
           05 ALPHAO         PIC X(17).
           05 FILLER         PIC X(3).
           05 VASICEKO       PIC X(17).
           05 FILLER         PIC X(3).
           05 JENSENO        PIC X(17).
           05 FILLER         PIC X(3).
           05 SHARPEO        PIC X(17).
           05 FILLER         PIC X(3).
           05 TREYNORO       PIC X(17).
           05 FILLER         PIC X(3).
           05 DIMBTAO        PIC X(17).
           05 FILLER         PIC X(3).
           05 MSG1O          PIC X(40).
           05 FILLER         PIC X(3).
           05 DWSTATO        PIC X(17).
           05 FILLER         PIC X(3).
           05 DIMCFO         PIC X(63).

      *  The generated DSECT names each detail line EXLN01..EXLN12 -
      *  hand-kept here as one OCCURS 12 group instead so BECIINQ's
               10 EXLNO      PIC X(30).
           05 FILLER         PIC X(3).
           05 MSG2O          PIC X(40).

      *  The request lines are kept as one OCCURS 12 group for the
      *  same reason as BECIM2's detail lines.
       01 BECIM3I.
           05 FILLER         PIC X(12).
           05 RQUSERL        PIC S9(4) COMP.
           05 RQUSERF        PIC X(1).
           05 RQUSERI        PIC X(8).
           05 RQPAGEL        PIC S9(4) COMP.
           05 RQPAGEF        PIC X(1).
           05 RQPAGEI        PIC X(3).
           05 RQHDRL         PIC S9(4) COMP.
           05 RQHDRF         PIC X(1).
           05 RQHDRI         PIC X(67).
           05 BECIM3-DETAIL OCCURS 12 TIMES.
               10 RQLNL      PIC S9(4) COMP.
               10 RQLNF      PIC X(1).
               10 RQLNI      PIC X(67).
           05 OPENRQL        PIC S9(4) COMP.
           05 OPENRQF        PIC X(1).
           05 OPENRQI        PIC X(7).
           05 MSG3L          PIC S9(4) COMP.
           05 MSG3F          PIC X(1).
           05 MSG3I          PIC X(40).
       01 BECIM3O REDEFINES BECIM3I.
           05 FILLER         PIC X(12).
           05 FILLER         PIC X(3).
           05 RQUSERO        PIC X(8).
           05 FILLER         PIC X(3).
           05 RQPAGEO        PIC X(3).
           05 FILLER         PIC X(3).
           05 RQHDRO         PIC X(67).
           05 BECIM3-DETLO OCCURS 12 TIMES.
               10 FILLER     PIC X(3).
               10 RQLNO      PIC X(67).
           05 FILLER         PIC X(3).
           05 OPENRQO        PIC X(7).
           05 FILLER         PIC X(3).
           05 MSG3O          PIC X(40).
