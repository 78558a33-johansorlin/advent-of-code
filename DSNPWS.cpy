      *> Shared working-storage for the abend diagnostic snapshot.
      *> An RC 16 used to leave nothing behind but one FATAL line
      *> and an ABEND audit record - whoever picked it up next had
      *> to re-run the step under a debugger to learn how far it
      *> got. Now every fatal exit in a puzzle step moves its reason
      *> to DSNP-REASON and PERFORMs WRITE-DIAG-SNAPSHOT (DSNPWR.cpy)
      *> first. DSNP-LINE-NO is kept by PZLFSCHK.cpy on every good
      *> read, restarting at each new input file; the program's own
      *> FILL-DIAG-ITEMS section supplies its id, the last image read
      *> and its tables, counters and switches, one ADD-DIAG-ITEM
      *> each.
           05 DSNPINP-FS      PIC XX.
           05 DSNPSNAP-FS     PIC XX.
           05 DSNP-DSN        PIC X(80).
           05 DSNP-INP-DSN    PIC X(80).
           05 DSNP-PGM        PIC X(8).
           05 DSNP-REASON     PIC X(60).
           05 DSNP-LINE-NO    PIC 9(8).
           05 DSNP-LINE-FLAG  PIC X.
              88 DSNP-AT-EOF          VALUE 'E'.
           05 DSNP-IMAGE      PIC X(500).
           05 DSNP-IMG-POS    PIC S9(4) COMP.
           05 DSNP-SIZE       PIC 9(10).
           05 DSNP-RECS       PIC 9(8).
           05 DSNP-CHK        PIC 9(9).
           05 DSNP-CIX        PIC S9(4) COMP.
           05 DSNP-LEN        PIC S9(4) COMP.
           05 DSNP-INP-FLAG   PIC X.
              88 DSNP-INP-EOF         VALUE 'E'.
           05 DSNP-FILE-INFO.
              10 DSNP-FI-SIZE PIC X(8) COMP-X.
              10 FILLER       PIC X(8).
           05 DSNP-DATE       PIC 9(8).
           05 DSNP-TIME       PIC 9(8).
      *> One item per ADD-DIAG-ITEM: kind T (table - count against
      *> its OCCURS ceiling in DSNP-ADD-MAX), C (counter) or S
      *> (switch - DSNP-ADD-TEXT shown as is).
           05 DSNP-ADD-KIND   PIC X.
           05 DSNP-ADD-NAME   PIC X(16).
           05 DSNP-ADD-NUM    PIC S9(12).
           05 DSNP-ADD-MAX    PIC 9(8).
           05 DSNP-ADD-TEXT   PIC X(20).
           05 DSNP-NUM-ED     PIC -(11)9.
           05 DSNP-MAX-ED     PIC Z(7)9.
           05 DSNP-PCT        PIC ZZ9.
           05 DSNP-IX         PIC S9(4) COMP.
           05 DSNP-ITEM-CNT   PIC S9(4) COMP.
           05 DSNP-ITEM-TBL.
              10 DSNP-ITEM OCCURS 24 TIMES.
                 15 DSNP-KIND    PIC X.
                 15 DSNP-NAME    PIC X(16).
                 15 DSNP-NUM     PIC S9(12).
                 15 DSNP-MAX     PIC 9(8).
                 15 DSNP-TEXT    PIC X(20).
