      *> register's fixed offsets (written by WRITE-FINGERPRINT):
      *> PGM(1:8) RUN-ID(10:16) SIZE(27:10) RECORDS(38:8)
      *> CHECKSUM(47:9) DSN(57:60).
      *> A register record starting '*' is a header or trailer
      *> label (MLBLWS.cpy), never data.
       FD  FNGPFILE.
       01  FNGP-REC           PIC X(512).

