           05 SBENCHL        PIC S9(4) COMP.
           05 SBENCHF        PIC X(1).
           05 SBENCHI        PIC X(8).
           05 SCCYL          PIC S9(4) COMP.
           05 SCCYF          PIC X(1).
           05 SCCYI          PIC X(3).
           05 MSGSL          PIC S9(4) COMP.
           05 MSGSF          PIC X(1).
           05 MSGSI          PIC X(40).
           05 FILLER         PIC X(3).
           05 SBENCHO        PIC X(8).
           05 FILLER         PIC X(3).
           05 SCCYO          PIC X(3).
           05 FILLER         PIC X(3).
           05 MSGSO          PIC X(40).
