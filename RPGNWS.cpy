           05 RPGN-CAT-GEN    PIC 9(4).
           05 RPGN-BLD-GEN    PIC 9(4).
           05 RPGN-BLD-DSN    PIC X(80).
           05 RPGN-BLD-LEN    PIC S9(4) COMP.
           05 RPGN-KEEP       PIC 9(3).
           05 RPGN-KEEP-TEXT  PIC X(4).
           05 RPGN-DATE       PIC 9(8).
