      *> mode ('P' production / 'H' historical rerun) at 83:1, the
      *> sequence number at 85:6, the check value at 92:9 and the
      *> operator id at 102:8.
      *> A record starting '*' is a header or trailer label
      *> (MLBLWS.cpy), never data.
       FD  ANSHIST.
       01  ANSHIST-REC        PIC X(120).
