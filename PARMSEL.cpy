      *> EFFECTIVE parameters here at start-of-run, keyed by run
      *> id, and RECONCIL reports a parameter diff as a third
      *> verdict beside its input-fingerprint verdicts.
           SELECT PARMREG ASSIGN TO DYNAMIC PARMREG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMREG-FS.
