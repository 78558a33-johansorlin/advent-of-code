      *> Shared FD for the bingo board-state master. See BSTSEL.cpy.
      *> One header record ('H') for the game, then one record ('B')
      *> per board carrying the board's BOARD-ENT image byte for byte
      *> - won flag, winning draw, frozen score and the 25 cells with
      *> their marks - so a reloaded board is exactly the board the
      *> last batch left behind.
       FD  BSTATE.
       01  BSTATE-REC.
           05 BSTR-TYPE          PIC X.
              88 BSTR-HEADER            VALUE 'H'.
              88 BSTR-BOARD             VALUE 'B'.
           05 FILLER             PIC X.
           05 BSTR-BODY          PIC X(98).
       01  BSTATE-HDR-REC.
           05 FILLER             PIC XX.
           05 BSTH-BOARD-CNT     PIC 9(3).
           05 FILLER             PIC X.
           05 BSTH-DRAWS         PIC 9(5).
           05 FILLER             PIC X.
           05 BSTH-DECIDED       PIC X.
           05 FILLER             PIC X.
           05 BSTH-WIN-SCORE     PIC 9(10).
           05 FILLER             PIC X.
           05 BSTH-WIN-BOARD     PIC 9(3).
           05 FILLER             PIC X.
           05 BSTH-GAME-RUN      PIC X(16).
           05 FILLER             PIC X.
           05 BSTH-LAST-RUN      PIC X(16).
           05 FILLER             PIC X(38).
       01  BSTATE-BRD-REC.
           05 FILLER             PIC XX.
           05 BSTB-IMAGE         PIC X(87).
           05 FILLER             PIC X(11).
