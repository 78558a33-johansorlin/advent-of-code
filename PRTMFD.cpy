      *> Shared FD for the day-3 part master. See PRTMSEL.cpy.
      *> Fixed offsets: ROW(1:8) COL-LO(10:4) COL-HI(15:4)
      *> VALUE(20:3) STATUS(24:1) SYMBOL(26:1) SYM-ROW(28:8)
      *> SYM-COL(37:4) GEAR(42:1) FIRST-RUN(44:16) LAST-RUN(61:16)
      *> PRIOR-VALUE(78:3) RETIRED-RUN(82:16). Rows and columns are
      *> the schematic file's own 1-based line and character
      *> positions - the terms SCHMDIFF reports in. STATUS is 'A'
      *> while the part is on the current schematic and 'R' once it
      *> has disappeared (retired parts are kept, never deleted);
      *> SYMBOL/SYM-ROW/SYM-COL name the adjacent symbol that makes
      *> the number a part, GEAR is 'Y' while the part is one of the
      *> two numbers beside a gear '*', and PRIOR-VALUE is the value
      *> the same span held before a re-valuation (blank otherwise).
      *> The file is kept in ascending ROW/COL-LO/COL-HI/VALUE order.
       FD  PRTMSTR.
       01  PRTMSTR-REC        PIC X(100).
