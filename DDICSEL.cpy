      *> Shared FILE-CONTROL entry for the data dictionary (see
      *> DDICFD.cpy). One 'F' record per fixed-offset master naming
      *> its dataset and record length, followed by one 'D' record
      *> per field giving its name, offset, length and type - the
      *> same offsets the master's FD comment documents. MSTRBRWS
      *> browses any master it describes, so a new layout needs a
      *> dictionary entry, not another inquiry program.
           SELECT DATADICT ASSIGN TO 'DATADICT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DATADICT-FS.
