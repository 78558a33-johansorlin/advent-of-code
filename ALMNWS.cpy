      *> Shared working-storage for the almanac loader (ALMNRD.cpy):
      *> the digit-scanning accumulators the seeds line and the map
      *> entries are parsed through.
           05 PARSE-POS       PIC S9(4) COMP.
           05 PARSE-ACC       PIC 9(12).
           05 PARSE-DIGITS    PIC S9(4) COMP.
           05 PARSE-NUM-CNT   PIC S9(4) COMP.
           05 PARSE-NUMS.
              10 PARSE-NUM    PIC 9(12) OCCURS 3 TIMES.
