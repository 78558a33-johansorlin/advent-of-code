      *> TOL-PRESENT false - SET-GRADED-RC then grades any exception
      *> as the RC 4 warning only.
       READ-EXCPTOL SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'N' TO TOL-FLAG
           MOVE 0 TO TOL-LIMIT
           MOVE 'C' TO EXCPTOL-FLAG
