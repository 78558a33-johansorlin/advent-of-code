      *> Shared FD for the exception repair file. See REPRSEL.cpy.
      *> Fixed offsets: PGM(1:8) RUN-ID(10:16) LINE(27:8)
      *> STATUS(36:8) EXC-DATE(45:8) EXC-TIME(54:8) DATE(63:8)
      *> TIME(72:8) OPER(81:8) APPLIED-RUN-ID(90:16)
      *> ORIG-IMAGE(107:80) NEW-IMAGE(188:80). PGM/RUN-ID/LINE is
      *> the key - the run that rejected the line and the line it
      *> rejected; EXC-DATE/EXC-TIME carry the rest of the
      *> exception master key so the disposition can be joined.
      *> STATUS is PENDING when EXCPWB queues the repair (OPER is
      *> the operator who entered it) and APPLIED when a run has
      *> overlaid it (APPLIED-RUN-ID names that run). The latest
      *> record for a key wins.
       FD  EXCPREPR.
       01  EXCPREPR-REC       PIC X(270).
