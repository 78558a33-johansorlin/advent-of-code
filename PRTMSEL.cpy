      *> Shared FILE-CONTROL entry for the day-3 part master (see
      *> PRTMFD.cpy/PRTMWS.cpy). Every DAY03ENG run used to work
      *> out the part numbers from the schematic and throw them
      *> away; PARTMNT now keeps them here, one record per part
      *> number ever seen, keyed by row, column span and value, so
      *> the history of the schematic builds up without anyone
      *> keeping the old input files. PRTM-DSN is 'PARTMSTR.txt'
      *> (its SANDBOX_ copy under SANDBOX_MODE=Y).
           SELECT PRTMSTR ASSIGN TO DYNAMIC PRTM-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRTMSTR-FS.
