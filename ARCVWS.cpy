      *> Shared working-storage for re-proving an input archive
      *> against the fingerprint register (see ARCVCHK.cpy). The
      *> caller moves the archive catalog entry's program, date,
      *> time and dataset name (ARCCFD.cpy offsets) into ARCV-PGM,
      *> ARCV-DATE, ARCV-TIME and ARCV-DSN and PERFORMs
      *> VERIFY-ARCHIVE; the verdict comes back in ARCV-VERDICT,
      *> with the register entry it was matched against in the
      *> ARCV-REG- items and the archive's own figures as
      *> recomputed in FNGP-SIZE, FNGP-RECS and FNGP-CHK
      *> (FNGPWS.cpy). UNREGISTERED is an archive the register has
      *> no entry for - taken before fingerprinting began, or its
      *> register write failed - which cannot be proved either
      *> way; the other three non-VERIFIED verdicts are failures.
           05 ARCV-PGM        PIC X(8).
           05 ARCV-DATE       PIC X(8).
           05 ARCV-TIME       PIC X(8).
           05 ARCV-DSN        PIC X(80).
           05 ARCV-STAMP      PIC X(16).
           05 ARCV-PREV-DATE  PIC 9(8).
           05 ARCV-REG-REC    PIC X(120).
           05 ARCV-ALT-REC    PIC X(120).
           05 ARCV-REG-RUNID  PIC X(16).
           05 ARCV-REG-SIZE   PIC 9(10).
           05 ARCV-REG-RECS   PIC 9(8).
           05 ARCV-REG-CHK    PIC 9(9).
           05 ARCV-VERDICT    PIC X(12).
              88 ARCV-VERIFIED        VALUE 'VERIFIED'.
              88 ARCV-MISSING         VALUE 'MISSING'.
              88 ARCV-TRUNCATED       VALUE 'TRUNCATED'.
              88 ARCV-ALTERED         VALUE 'ALTERED'.
              88 ARCV-UNREGISTERED    VALUE 'UNREGISTERED'.
              88 ARCV-FAILED          VALUES 'MISSING' 'TRUNCATED'
                                             'ALTERED'.
           05 ARCV-REG-FLAG   PIC X.
              88 ARCV-REG-EOF         VALUE 'E'.
