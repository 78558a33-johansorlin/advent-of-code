      *> Shared working-storage for the supplier master. The caller
      *> PERFORMs LOAD-SPLR-MASTER once, then moves a dataset name
      *> into SPLR-CHK-DSN and PERFORMs FIND-FEED-SUPPLIER;
      *> SPLR-MATCHED afterwards means SPLR-IX points at its
      *> supplier entry (see SPLRRD.cpy).
           05 SPLRMSTR-FS     PIC XX.
           05 FEEDARRV-FS     PIC XX.
           05 SPLR-CNT        PIC S9(4) COMP VALUE 0.
           05 SPLR-IX         PIC S9(4) COMP.
           05 SPLR-CHK-DSN    PIC X(40).
           05 SPLR-TBL.
              10 SPLR-ENT OCCURS 50 TIMES.
                 15 SPLR-DSN     PIC X(40).
                 15 SPLR-ID      PIC X(8).
                 15 SPLR-DUE     PIC X(4).
                 15 SPLR-CONTACT PIC X(40).
           05 SPLRMSTR-FLAG   PIC X    VALUE 'C'.
              88 SPLRMSTR-EOF          VALUE 'E'.
           05 FEEDARRV-FLAG   PIC X    VALUE 'C'.
              88 FEEDARRV-EOF          VALUE 'E'.
           05 SPLR-MAT-FLAG   PIC X    VALUE 'N'.
              88 SPLR-MATCHED          VALUE 'Y'.
