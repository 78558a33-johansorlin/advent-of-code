      *> Shared FD for the release register. See RELRSEL.cpy. Fixed
      *> offsets: PGM(1:8) BUILD(10:16) APPROVER(27:8)
      *> EFFECTIVE(36:8) RUN-ID(45:16) NOTE(62:30). BUILD is the
      *> first 16 characters of FUNCTION WHEN-COMPILED
      *> (YYYYMMDDHHMMSSss), EFFECTIVE a YYYYMMDD date from which
      *> the build may run in production, RUN-ID the maintenance
      *> session that approved it. Append-only, so the register is
      *> its own approval history. A line starting '*' is a comment.
       FD  RELREG.
       01  RELREG-REC         PIC X(100).
