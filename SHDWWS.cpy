      *> Shared working-storage for the shadow-run harness (see
      *> SHDWSEL.cpy and SHDWFD.cpy).
           05 SHADREG-FS      PIC XX.
           05 SHADHIST-FS     PIC XX.
           05 SHADREG-FLAG    PIC X    VALUE 'C'.
              88 SHADREG-EOF           VALUE 'E'.
           05 SHADHIST-FLAG   PIC X    VALUE 'C'.
              88 SHADHIST-EOF          VALUE 'E'.
