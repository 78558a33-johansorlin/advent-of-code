      *> Shared FD for the maintenance switch register. See
      *> MNTSSEL.cpy. Fixed offsets: ACTION(1:1) DATE(3:8)
      *> TIME(12:8) OPERATOR(21:8) RUN-ID(30:16) END-DATE(47:8)
      *> END-TIME(56:4) REASON(61:40). ACTION is 'S' for the switch
      *> set and 'C' for it cleared; END-DATE/END-TIME (YYYYMMDD,
      *> HHMM) are when a set expects to be over. The last 'S' or
      *> 'C' record is the state in force. Append-only, so the
      *> register is its own history. A line starting '*' is a
      *> comment.
       FD  MAINTREG.
       01  MAINTREG-REC       PIC X(100).
