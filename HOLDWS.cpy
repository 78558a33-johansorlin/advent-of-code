      *> Shared working-storage for the audit hold register. The
      *> caller PERFORMs LOAD-HOLDS once (the holds in force go to
      *> HOLD-TBL), then per item INITIALIZEs HOLD-CHK-ITEM, moves
      *> what it knows of the item - the run id that wrote it, the
      *> date (or FROM/TO period) it covers, up to three family
      *> names it answers to - and PERFORMs CHECK-HOLDS; HOLD-HIT
      *> then names the hold in HOLD-HIT-ID/HOLD-HIT-REASON. See
      *> HOLDCK.cpy.
           05 HOLDREG-FS      PIC XX.
           05 HOLD-CNT        PIC S9(4) COMP.
           05 HOLD-IX         PIC S9(4) COMP.
           05 HOLD-FX         PIC S9(4) COMP.
           05 HOLD-TBL.
              10 HOLD-ENT OCCURS 200 TIMES.
                 15 HLD-ID       PIC X(6).
                 15 HLD-TYPE     PIC X.
                 15 HLD-KEY      PIC X(16).
                 15 HLD-FROM     PIC 9(8).
                 15 HLD-TO       PIC 9(8).
                 15 HLD-RELEASE  PIC X(8).
                 15 HLD-OPER     PIC X(8).
                 15 HLD-REASON   PIC X(40).
           05 HOLD-CHK-ITEM.
              10 HOLD-CHK-RUN    PIC X(16).
              10 HOLD-CHK-FROM   PIC 9(8).
              10 HOLD-CHK-TO     PIC 9(8).
              10 HOLD-CHK-FAM    PIC X(16) OCCURS 3 TIMES.
           05 HOLD-HIT-ID     PIC X(6).
           05 HOLD-HIT-REASON PIC X(40).
           05 HOLD-HIT-FLAG   PIC X.
              88 HOLD-HIT              VALUE 'Y'.
           05 HOLDREG-FLAG    PIC X    VALUE 'C'.
              88 HOLDREG-EOF           VALUE 'E'.
