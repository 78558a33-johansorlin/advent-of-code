      *> Shared FD for the audit-log file. See AUDTSEL.cpy. Fixed
      *> offsets: PGM(1:8) DATE(10:8) TIME(19:8) EVENT(28:8)
      *> RC(40:4) RUN-ID(45:16) OPER(62:8) BUILD(71:16)
      *> RUN-TYPE(88:1) on START/END records. CLOSEJOB's
      *> PHASEBEG/PHASEEND records carry the phase name (71:8) and
      *> its program (79:8) in the BUILD field instead.
      *> A record starting '*' is a header or trailer label
      *> (MLBLWS.cpy), never data.
       FD  AUDTLOG.
       01  AUDTLOG-REC        PIC X(100).
