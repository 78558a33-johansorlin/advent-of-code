      *> Shared working-storage for the bingo incremental draw feed.
      *> D4_DRAW_FEED=I switches DAY4PZL1/DAY4PZL2 from the one-shot
      *> feed (every board and the whole call sequence together) to
      *> daily batches: the boards arrive once, their marks are kept
      *> on the board-state master between runs, and each run plays
      *> only the draws its own batch carries. D4_NEW_GAME=Y starts a
      *> new game - the saved state is set aside and the boards are
      *> taken from the feed again. Left unset, the programs behave
      *> exactly as they always have and the master is not touched.
           05 BSTATE-FS          PIC XX.
           05 BST-DSN            PIC X(80).
           05 BST-FEED-SW        PIC X.
              88 DRAW-FEED-INCREMENTAL  VALUE 'I'.
           05 BST-NEW-GAME-SW    PIC X.
              88 BST-NEW-GAME           VALUE 'Y'.
           05 BST-LOAD-FLAG      PIC X.
              88 BST-BOARDS-LOCKED      VALUE 'Y'.
           05 BST-EOF-FLAG       PIC X.
              88 BSTATE-EOF             VALUE 'E'.
           05 BST-DECIDED-FLAG   PIC X.
              88 BST-DECIDED            VALUE 'Y'.
           05 BST-BATCH-FLAG     PIC X.
              88 BST-DECIDED-IN-BATCH   VALUE 'Y'.
      *> Draws applied in earlier batches - added to a batch's own
      *> draw position so a winning draw is numbered across the
      *> whole game, not just within the day's batch.
           05 BST-DRAWS          PIC 9(5).
           05 BST-BATCH-DRAWS    PIC 9(5).
           05 BST-WIN-SCORE      PIC 9(10).
           05 BST-WIN-BOARD      PIC 9(3).
           05 BST-GAME-RUN       PIC X(16).
           05 BST-LAST-RUN       PIC X(16).
