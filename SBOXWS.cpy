      *> and announces the sandbox unmistakably; unset, the names
      *> stay exactly the production names they always were.
      *> Utilities that move or delete files by recorded name
      *> (LOGSEG, ANSHROLL, ANSHCNVT) cannot be made safe by
      *> connector redirection alone and refuse to run while the
      *> switch is on; HOUSEKP runs as a practice pass that deletes
      *> nothing. Kept
      *> in its own 01 group so an INITIALIZE of WORKSPACE cannot
      *> blank the VALUEs away.
      *>
      *> SHADOW_RUN=Y is set by RUNALL around the CALL of a candidate
      *> program version (see SHDWSEL.cpy): everything a run writes
      *> that production counts - answers and their sequence
      *> counter, exceptions, the audit log, report generations and
      *> their catalog, fingerprints and parameters, checkpoints and
      *> saved state - goes to a SHADOW_-prefixed copy instead,
      *> while the inputs and control files it reads stay the
      *> production ones. FINGPRNT-DSN and PARMREG-DSN are
      *> redirected for shadow runs only; EXCPREPR-DSN, the input
      *> repair file, for the sandbox only - a shadow run reads the
      *> production repairs and records none (REPRWR.cpy).
      *> EXCPTOL-DSN, SCHEDMST-DSN and JOBNET-DSN, the tolerance,
      *> schedule and job-network controls, are likewise sandbox
      *> only: their SANDBOX_ copies are where a control change is
      *> proven before CATPROMO.cbl promotes it to production.
      *> CFGSNAP-DSN, the control-master snapshot register, is
      *> sandbox only too, so a trainee's edits to the SANDBOX_
      *> masters drift against their own snapshots.
       01  MASTER-DSN-VALUES.
           05 ANSHIST-DSN     PIC X(40) VALUE 'ANSHIST.txt'.
           05 ANSHSEQ-DSN     PIC X(40) VALUE 'ANSHSEQ.txt'.
           05 RPTCAT-DSN      PIC X(40) VALUE 'RPTCAT.txt'.
           05 RUNLOCK-DSN     PIC X(40) VALUE 'RUNLOCK.txt'.
           05 BKUPGEN-DSN     PIC X(40) VALUE 'BKUPGEN.txt'.
           05 ANSHSOK-DSN     PIC X(40) VALUE 'ANSHSOK.txt'.
           05 FINGPRNT-DSN    PIC X(40) VALUE 'FINGPRNT.txt'.
           05 PARMREG-DSN     PIC X(40) VALUE 'PARMREG.txt'.
           05 EXCPREPR-DSN    PIC X(40) VALUE 'EXCPREPR.txt'.
           05 EXCPTOL-DSN     PIC X(40) VALUE 'EXCPTOL.txt'.
           05 SCHEDMST-DSN    PIC X(40) VALUE 'SCHEDMST.txt'.
           05 JOBNET-DSN      PIC X(40) VALUE 'JOBNET.txt'.
           05 CFGSNAP-DSN     PIC X(40) VALUE 'CFGSNAP.txt'.
       01  SBOX-STATE.
           05 SBOX-SW         PIC X     VALUE 'N'.
              88 SANDBOX-ACTIVE        VALUE 'Y'.
           05 SBOX-DONE-SW    PIC X     VALUE 'N'.
           05 SHDW-SW         PIC X     VALUE 'N'.
              88 SHADOW-ACTIVE         VALUE 'Y'.
           05 SBOX-WRK-DSN    PIC X(80).
           05 SBOX-HOLD-DSN   PIC X(80).
      *> The switches as read on this entry, and MASTER-DSN-VALUES
      *> as first found - the production names - for putting back
      *> when a switch changes (SBOXRS.cpy). Room for the list above
      *> to grow.
           05 SBOX-NEW-SW     PIC X.
           05 SHDW-NEW-SW     PIC X.
           05 SBOX-PROD-FLAG  PIC X     VALUE 'N'.
           05 SBOX-PROD-DSNS  PIC X(1000).
