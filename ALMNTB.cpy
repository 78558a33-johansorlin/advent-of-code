      *> Shared almanac tables, built by the loader in ALMNRD.cpy.
      *> SEED-CNT drives the OCCURS DEPENDING ON count below; sized
      *> and overflow-checked the way DAY04's CARDS-TBL is - a feed
      *> past the ceiling is rejected whole rather than answered
      *> from a truncated table.
       01  SEEDS-TBL-REC.
           05 SEED-CNT        PIC S9(4) COMP.
           05 SEEDS-TBL OCCURS 1 TO 200 TIMES
                 DEPENDING ON SEED-CNT.
             10 SEED-NUM      PIC 9(12).
             10 SEED-LOC      PIC 9(12).

      *> The seven almanac map layers, in feed order - the chains
      *> are applied in the order the headers arrive, so a reordered
      *> almanac still maps seed through to location correctly.
       01  MAPS-TBL-REC.
           05 MAP-CNT         PIC S9(4) COMP.
           05 MAP-LAYER OCCURS 10 TIMES.
              10 MAP-NAME     PIC X(30).
              10 MAP-ENT-CNT  PIC S9(4) COMP.
              10 MAP-ENT OCCURS 100 TIMES.
                 15 MAP-DST   PIC 9(12).
                 15 MAP-SRC   PIC 9(12).
                 15 MAP-LEN   PIC 9(12).
                 15 MAP-LINE  PIC 9(8).
