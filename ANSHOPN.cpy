      *> fails with file status '35' (file does not exist) on the very
      *> first run, since the file has never been created - fall back
      *> to OPEN OUTPUT in that case so the master file comes into
      *> being on its own, stamped first with its header label
      *> (MLBLCK.cpy).
       OPEN-ANSHIST SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           OPEN EXTEND ANSHIST
           IF ANSHIST-FS = '35'
             OPEN OUTPUT ANSHIST
             IF ANSHIST-FS = '00'
               MOVE 'ANSHIST' TO MLBL-FILE
               MOVE RUN-ID TO MLBL-RUN-ID
               PERFORM BUILD-MASTER-HDR
               MOVE MLBL-REC TO ANSHIST-REC
               WRITE ANSHIST-REC
             END-IF
           END-IF
           .
