      *> Shared FD for the submission change log. See SUBLSEL.cpy.
      *> Change-history layout: DATE(1:8) TIME(10:8) ACTION(19:6)
      *> then the star's new STARSUB.txt record - PGM(26:8)
      *> LABEL(35:16) VALUE(52:20) SUBMITTED(73:8) STATUS(82:1)
      *> ATTEMPTS(84:2) SUB-TIME(87:6) - then OPERATOR(94:8)
      *> PROGRAM(103:8) RUN-ID(112:16). ACTION is SUBMIT (recorded
      *> by hand in SUBMAINT), XMIT (sent by SUBXMIT) or VERDCT
      *> (the site's verdict posted by SUBRESP). Append-only.
       FD  SUBLOG.
       01  SUBLOG-REC         PIC X(130).
