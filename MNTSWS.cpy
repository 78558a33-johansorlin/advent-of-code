      *> Shared working-storage for the maintenance switch (see
      *> MNTSCK.cpy). LOAD-MAINT-STATE fills the fields below from
      *> the register; the caller moves its program id into
      *> MNTS-PGM before PERFORMing REFUSE-IF-MAINT.
           05 MAINTREG-FS     PIC XX.
           05 MNTS-PGM        PIC X(8).
           05 MNTS-STATE      PIC X.
              88 MAINT-ACTIVE          VALUE 'S'.
           05 MNTS-DATE       PIC X(8).
           05 MNTS-TIME       PIC X(8).
           05 MNTS-OPER       PIC X(8).
           05 MNTS-RUN-ID     PIC X(16).
           05 MNTS-END-DATE   PIC X(8).
           05 MNTS-END-TIME   PIC X(4).
           05 MNTS-REASON     PIC X(40).
           05 MAINTREG-FLAG   PIC X.
              88 MAINTREG-EOF          VALUE 'E'.
