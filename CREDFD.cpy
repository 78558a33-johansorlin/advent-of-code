      *> Shared FD for the operator credential master. See
      *> CREDSEL.cpy. Fixed offsets: OPER(1:8) PIN-HASH(10:9)
      *> PIN-DATE(20:8) FAILS(29:2) LOCKED(32:1) MUST-CHANGE(34:1)
      *> LOCK-DATE(36:8) LOCK-TIME(45:8). PIN-HASH is never the PIN
      *> itself - CREDSRV folds the operator id and the PIN through
      *> a one-way hash. FAILS counts wrong PINs since the last good
      *> one; LOCKED 'Y' refuses the id outright until a security
      *> admin resets it; MUST-CHANGE 'Y' marks a temporary PIN from
      *> a reset. A line starting '*' in column 1 is a comment.
       FD  OPERCRED.
       01  OPERCRED-REC       PIC X(80).
