      *> Shared FILE-CONTROL entry for the leaderboard history
      *> master (see LDRHFD.cpy). One record per member per star
      *> earned on the private leaderboard, appended by LDRIMP.cbl
      *> from the leaderboard's periodic export and read by
      *> LDRSTAND.cbl to place our accepted times against the
      *> field. Absent until the first import.
           SELECT LDRHIST ASSIGN TO 'LDRHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LDRHIST-FS.
