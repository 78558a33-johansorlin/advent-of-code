      *> (see SBOXWS.cpy/SBOXRS.cpy): every master on the shared
      *> list - the answer history and its sequence counter, the
      *> control and checkpoint files - plus the exception master,
      *> the audit log, the puzzle catalog, the report catalog, the
      *> backup-generation counter and the tolerance, schedule and
      *> job-network controls. Run it, then set
      *> SANDBOX_MODE=Y and let the trainee loose: MSTRREST,
      *> PZLCMNT, CERTMNT and the batch drivers all play against
      *> the copies, and a mis-typed confirm costs one re-seed
           05 FILLER          PIC X(20) VALUE 'PZLCAT.txt'.
           05 FILLER          PIC X(20) VALUE 'RPTCAT.txt'.
           05 FILLER          PIC X(20) VALUE 'BKUPGEN.txt'.
           05 FILLER          PIC X(20) VALUE 'EXCPREPR.txt'.
           05 FILLER          PIC X(20) VALUE 'EXCPTOL.txt'.
           05 FILLER          PIC X(20) VALUE 'SCHEDMST.txt'.
           05 FILLER          PIC X(20) VALUE 'JOBNET.txt'.
       01  XTRA-LST-TBL REDEFINES XTRA-LST-VALUES.
           05 XTRA-DSN        PIC X(20) OCCURS 9 TIMES.
       01  XTRA-CNT           PIC S9(4) COMP VALUE 9.

      *> File-info block for CBL_CHECK_FILE_EXIST - only existence
      *> matters here, but the routine wants the full block.
