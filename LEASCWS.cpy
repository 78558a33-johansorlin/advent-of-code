      *> Control block for the shared edit-lease service LEASSRV.cbl.
      *> The run interlock (LOCKTK.cpy) keeps two batches apart, but
      *> nothing kept two maintenance sessions apart: each reads a
      *> whole master, lets its operator work and rewrites it, and
      *> the second save used to wipe the first one's change
      *> without a word. A maintenance program now takes a lease on
      *> each master it edits when it starts, and checks the master
      *> is still the version it loaded before every save. The
      *> caller fills LEAS-ACTION, LEAS-DSN (the resolved name, so a
      *> sandbox session leases the sandbox copy), LEAS-PGM,
      *> LEAS-OPER and LEAS-RUN-ID, then
      *> CALL 'LEASSRV' USING LEAS-CTL:
      *>   'T' take    - LEAS-YES when the lease is ours: nobody held
      *>                 it, our own operator left it from an earlier
      *>                 session of this program, or LEASE_OVERRIDE=Y
      *>                 seized it. Otherwise LEAS-REASON names the
      *>                 holder and LEAS-HOLD-* say who and since
      *>                 when. Returns the master's version as 'V'.
      *>   'V' version - LEAS-VERSION of the master as it is on disk
      *>                 now - the caller keeps it as what it loaded
      *>   'C' check   - LEAS-YES when the master on disk is still
      *>                 the LEAS-VERSION the caller passes in; when
      *>                 not, LEAS-REASON says who saved it since
      *>   'S' save    - logs the save and returns in LEAS-STAMP the
      *>                 version line a rewritten master carries
      *>   'R' release - gives up the lease, if this run holds it
      *>   'Q' query   - LEAS-YES when somebody holds the lease, with
      *>                 LEAS-HOLD-* filled (OPSTAT's view)
      *> The version is the '*VER' stamp line a rewritten master
      *> carries plus the record count and checksum of every line,
      *> so a change made outside any lease (a batch step appending,
      *> a hand edit) is caught as surely as another session's
      *> save. A master only ever appended to carries no stamp line -
      *> its count and checksum are its version.
       01  LEAS-CTL.
           05 LEAS-ACTION     PIC X.
           05 LEAS-DSN        PIC X(80).
           05 LEAS-PGM        PIC X(8).
           05 LEAS-OPER       PIC X(8).
           05 LEAS-RUN-ID     PIC X(16).
           05 LEAS-RESULT     PIC X.
              88 LEAS-YES              VALUE 'Y'.
           05 LEAS-REASON     PIC X(80).
           05 LEAS-HOLDER     PIC X(8).
           05 LEAS-HOLD-PGM   PIC X(8).
           05 LEAS-HOLD-DATE  PIC 9(8).
           05 LEAS-HOLD-TIME  PIC 9(8).
           05 LEAS-HOLD-RUN   PIC X(16).
           05 LEAS-VERSION.
              10 LEAS-VER     PIC 9(8).
              10 LEAS-RECS    PIC 9(8).
              10 LEAS-HASH    PIC 9(9).
           05 LEAS-STAMP      PIC X(29).
           05 LEAS-SAVE-RC    PIC S9(4) COMP.
