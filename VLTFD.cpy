      *> Shared FDs for the vault bundle. See VLTSEL.cpy. Every
      *> bundle record carries its type in column 1:
      *>   V  bundle header - FORMAT(3:8) DATE(12:8) TIME(21:8)
      *>      RUN-ID(30:16) OPER(47:8) SANDBOX(56:1);
      *>   H  member header - NAME(3:20) RECS(24:9) BYTES(34:12)
      *>      CHECKSUM(47:9), ahead of the member's data;
      *>   D  member data   - one member line at 3:512, as it stood;
      *>   T  bundle trailer - MEMBERS(3:4) RECS(8:9) BYTES(18:12)
      *>      CHECKSUM(31:9).
      *> BYTES is the member as it sits on disk - each line without
      *> trailing spaces, plus its line end. CHECKSUM is the same
      *> rolling hash ANSHWR.cpy stamps on answers, run over those
      *> bytes (see VLTSUM.cpy); the trailer's CHECKSUM rolls the
      *> member checksums in bundle order, so a member dropped or
      *> swapped shows there too.
       FD  VAULT.
       01  VAULT-REC          PIC X(520).

       FD  VLTMEMB.
       01  VLTMEMB-REC        PIC X(512).
