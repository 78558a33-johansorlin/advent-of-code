      *> Shared working-storage for the submission change log (see
      *> SUBLWR.cpy). The caller moves its program id into
      *> SUBL-PGM once and the change's action into SUBL-ACTION
      *> before each PERFORM WRITE-SUBLOG-REC.
           05 SUBLOG-FS       PIC XX.
           05 SUBL-PGM        PIC X(8).
           05 SUBL-ACTION     PIC X(6).
           05 SUBL-DATE       PIC 9(8).
           05 SUBL-TIME       PIC 9(8).
