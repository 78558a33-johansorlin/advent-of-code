      *> Shared FDs for the abend diagnostic snapshot. See
      *> DSNPSEL.cpy. Every snapshot line carries an 11-byte tag
      *> (PROGRAM, REASON, INPUT, FINGERPRINT, LAST LINE, IMAGE,
      *> TABLE, COUNTER, SWITCH) in 1:11 and its text from 13 on,
      *> so PROVRPT and RECOVADV can echo it without parsing it.
       FD  DSNPINP.
       01  DSNPINP-REC        PIC X(512).

       FD  DSNPSNAP.
       01  DSNPSNAP-REC       PIC X(132).
