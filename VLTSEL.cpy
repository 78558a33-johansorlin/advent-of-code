      *> Shared FILE-CONTROL entries for the off-site vault bundle
      *> (see VLTFD.cpy). VAULTEXP.cbl packs every master, catalog,
      *> log and control master into the one sequential bundle that
      *> goes to off-site custody each week; VAULTIMP.cbl verifies a
      *> bundle and restores members from it. VLTMEMB is whichever
      *> member file is being packed or restored.
           SELECT VAULT ASSIGN TO DYNAMIC VLT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VAULT-FS.

           SELECT VLTMEMB ASSIGN TO DYNAMIC VLT-MEMB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VLTMEMB-FS.
