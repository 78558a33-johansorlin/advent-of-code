      *> Shared FILE-CONTROL entry for the control-master snapshot
      *> register (see CSNPFD.cpy). Every close copies each control
      *> master (CTLMLST.cpy) to a numbered snapshot generation and
      *> appends one line per master here, stamped with the run id -
      *> the drift report (CFGDRIFT.cbl) finds the previous snapshot
      *> through it and the turnover page (CLOSEJOB.cbl) its counts.
           SELECT CFGSNAP ASSIGN TO DYNAMIC CFGSNAP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CFGSNAP-FS.
