      *> Shared FD for the audit hold register. See HOLDSEL.cpy.
      *> Fixed offsets: HOLD-ID(1:6) ACTION(8:1) TYPE(10:1)
      *> KEY(12:16) FROM(29:8) TO(38:8) RELEASE-DATE(47:8)
      *> OPERATOR(56:8) ENTERED(65:8) RUN-ID(74:16) REASON(91:40).
      *> ACTION is 'P' for a hold placed, 'R' for its release (same
      *> HOLD-ID, the releasing operator and note). TYPE is 'R' for
      *> a run id (KEY holds the id), 'D' for a date range (FROM/TO
      *> YYYYMMDD) or 'F' for a file family (KEY holds the family -
      *> a HOUSEKP family, a log, a master, a report program or
      *> report family - optionally narrowed by FROM/TO).
      *> RELEASE-DATE is when the hold is due to be reviewed; a
      *> hold stays in force until it is released, and HOLDRPT
      *> shows it overdue after that date. Append-only, so the
      *> register is its own history. A line starting '*' is a
      *> comment.
       FD  HOLDREG.
       01  HOLDREG-REC        PIC X(140).
