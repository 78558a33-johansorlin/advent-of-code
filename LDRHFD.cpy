      *> Shared FD for the leaderboard history master. See
      *> LDRHSEL.cpy. Fixed offsets: MEMBER-ID(1:10) YEAR(12:4)
      *> DAY(17:2) PART(20:1) STAR-TS(22:14) MEMBER-NAME(37:30)
      *> IMPORTED(68:8) RUN-ID(77:16). STAR-TS is YYYYMMDDHHMMSS on
      *> the shop clock - the import converts the leaderboard's UTC
      *> epoch seconds - so it compares directly with the dates and
      *> times on ANSHIST and STARSUB. A member earns a star once,
      *> so (MEMBER-ID, YEAR, DAY, PART) is unique and a re-import
      *> of an export adds only the stars earned since. Append-only.
      *> A line starting '*' is a comment.
       FD  LDRHIST.
       01  LDRHIST-REC        PIC X(100).
