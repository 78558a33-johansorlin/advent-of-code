      *> Shared FD for the security log. See SECLSEL.cpy. Fixed
      *> offsets: DATE(1:8) TIME(10:8) EVENT(19:8) OPER(28:8)
      *> PGM(37:8) FUNC(46:14) RUN-ID(61:16) BY(78:8)
      *> DETAIL(87:60). Violation events are BADPIN, NOPIN,
      *> LOCKOUT, LOCKED, UNKNOWN, EXPIRED and DENIED; ENROLL,
      *> RESET and PINCHG record credential changes.
       FD  SECLOG.
       01  SECLOG-REC         PIC X(150).
