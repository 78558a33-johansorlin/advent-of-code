      *> PARMSEL.cpy. Fixed offsets (written by WRITE-RUNPARM in
      *> PARMWR.cpy): PGM(1:8) DATE(10:8) TIME(19:8) RUN-ID(28:16)
      *> NAME(45:12) VALUE(58:40).
      *> A record starting '*' is a header or trailer label
      *> (MLBLWS.cpy), never data.
       FD  PARMREG.
       01  PARMREG-REC        PIC X(100).
