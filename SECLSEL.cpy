      *> Shared FILE-CONTROL entry for the security log (see
      *> SECLFD.cpy). Every failed sign-on, every lockout and every
      *> authorization refusal is appended here by CREDSRV.cbl, with
      *> the credential changes security admins make, for the daily
      *> violations report SECVRPT.cbl.
           SELECT SECLOG ASSIGN TO 'SECLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECLOG-FS.
