      *> Shared working-storage for the day-3 part master (see
      *> PRTMSEL.cpy/PRTMFD.cpy).
           05 PRTMSTR-FS      PIC XX.
           05 PRTM-DSN        PIC X(80).
