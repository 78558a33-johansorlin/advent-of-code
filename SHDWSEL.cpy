      *> Shared FILE-CONTROL entries for the shadow-run harness (see
      *> SHDWFD.cpy). SHADREG registers a candidate version of a
      *> cataloged program against its catalog step; RUNALL runs the
      *> candidate straight after the production step, on the same
      *> input and under the same run id, with SHADOW_RUN=Y so every
      *> record it writes lands in a SHADOW_ file (SBOXWS.cpy) and
      *> nothing it produces counts as production. SHADHIST is the
      *> per-run history of those runs that SHADCMP.cbl compares
      *> with production - answers, elapsed time and exceptions -
      *> so a candidate earns its promotion over a week of real
      *> feeds. No register, no shadow runs.
           SELECT SHADREG ASSIGN TO 'SHADREG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHADREG-FS.

           SELECT SHADHIST ASSIGN TO 'SHADHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHADHIST-FS.
