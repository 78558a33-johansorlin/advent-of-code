      *> Shared FILE-CONTROL entry for the bingo board-state master
      *> (see BSTFD.cpy/BSTWS.cpy/BSTRD.cpy/BSTWR.cpy). The caller
      *> moves its own dataset name into BST-DSN before the load so
      *> DAY4PZL1 and DAY4PZL2 each keep their own game state - the
      *> two play the same boards to different rules.
           SELECT BSTATE ASSIGN TO DYNAMIC BST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BSTATE-FS.
