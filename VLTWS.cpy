      *> Shared working-storage for the vault bundle (see VLTSEL.cpy
      *> and VLTFD.cpy). VLT-LINE is the member line being measured;
      *> ADD-VAULT-LINE (VLTSUM.cpy) folds it into the member's
      *> VLT-RECS/VLT-BYTES/VLT-CHK.
           05 VAULT-FS        PIC XX.
           05 VLTMEMB-FS      PIC XX.
           05 VLT-DSN         PIC X(80).
           05 VLT-MEMB-DSN    PIC X(80).
           05 VLT-LINE        PIC X(512).
           05 VLT-LINE-LEN    PIC S9(4) COMP.
           05 VLT-CHK-IX      PIC S9(4) COMP.
           05 VLT-RECS        PIC 9(9).
           05 VLT-BYTES       PIC 9(12).
           05 VLT-CHK         PIC 9(9).
           05 VLT-MEMBERS     PIC 9(4).
           05 VLT-TOT-RECS    PIC 9(9).
           05 VLT-TOT-BYTES   PIC 9(12).
           05 VLT-TOT-CHK     PIC 9(9).
           05 VAULT-FLAG      PIC X    VALUE 'C'.
              88 VAULT-EOF             VALUE 'E'.
           05 VLTMEMB-FLAG    PIC X    VALUE 'C'.
              88 VLTMEMB-EOF           VALUE 'E'.
