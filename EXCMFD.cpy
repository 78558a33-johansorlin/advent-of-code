      *> offsets (written by WRITE-EXCPMSTR in EXCMWR.cpy):
      *> PGM(1:8) DATE(10:8) TIME(19:8) LINE(28:8) REASON(37:8)
      *> RUN-ID(46:16) IMAGE(63:80).
      *> A record starting '*' is a header or trailer label
      *> (MLBLWS.cpy), never data.
       FD  EXCPMSTR.
       01  EXCPMSTR-REC       PIC X(160).
