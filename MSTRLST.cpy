      *> pre-run backup in RUNALL (TAKE-MASTER-BACKUPS) and the
      *> restore utility MSTRREST.cbl so both always agree on what a
      *> backup generation contains: the answer history and its
      *> sequence counter, every control file, the checkpoint
      *> files, the day-3 part master and the bingo board-state
      *> masters. Kept in its own 01 group so an INITIALIZE of
      *> WORKSPACE cannot blank the VALUEs away.
       01  MSTR-LST-VALUES.
           05 FILLER          PIC X(20) VALUE 'ANSHIST.txt'.
           05 FILLER          PIC X(20) VALUE 'D3P2CTL.txt'.
           05 FILLER          PIC X(20) VALUE 'D4PZ1CTL.txt'.
           05 FILLER          PIC X(20) VALUE 'D4PZ2CTL.txt'.
           05 FILLER          PIC X(20) VALUE 'D5PZ1CTL.txt'.
           05 FILLER          PIC X(20) VALUE 'D5PZ2CTL.txt'.
           05 FILLER          PIC X(20) VALUE 'D04CTL.txt'.
           05 FILLER          PIC X(20) VALUE 'D05CTL.txt'.
           05 FILLER          PIC X(20) VALUE 'D1P2CHKP.txt'.
           05 FILLER          PIC X(20) VALUE 'D3P1CHKP.txt'.
           05 FILLER          PIC X(20) VALUE 'D04CHKP.txt'.
           05 FILLER          PIC X(20) VALUE 'PARTMSTR.txt'.
           05 FILLER          PIC X(20) VALUE 'D4P1BRDS.txt'.
           05 FILLER          PIC X(20) VALUE 'D4P2BRDS.txt'.
       01  MSTR-LST-TBL REDEFINES MSTR-LST-VALUES.
           05 MSTR-DSN        PIC X(20) OCCURS 23 TIMES.
      *> Entry count for the sweep loops in RUNALL and MSTRREST -
      *> kept beside the list so adding a master is one edit here,
      *> not three scattered bounds.
       01  MSTR-CNT           PIC S9(4) COMP VALUE 23.
