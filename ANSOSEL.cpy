      *> flag (see ANSOFD.cpy/ANSOCHK.cpy). ANSHVFY.cbl writes 'N'
      *> here when the history has gaps, duplicates or altered
      *> records; the downstream readers refuse to run until a clean
      *> verify writes 'Y' again. The flag speaks for one history,
      *> so a sandbox verify flags the SANDBOX_ copy (SBOXWS.cpy).
           SELECT ANSHSOK ASSIGN TO DYNAMIC ANSHSOK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ANSHSOK-FS.
