      *> with file status '35' (file does not exist) on the very first
      *> run, since the file has never been created - fall back to
      *> OPEN OUTPUT in that case so the master file comes into being
      *> on its own, stamped first with its header label
      *> (MLBLCK.cpy).
       OPEN-AUDTLOG SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           OPEN EXTEND AUDTLOG
           IF AUDTLOG-FS = '35'
             OPEN OUTPUT AUDTLOG
             IF AUDTLOG-FS = '00'
               MOVE 'AUDTLOG' TO MLBL-FILE
               MOVE RUN-ID TO MLBL-RUN-ID
               PERFORM BUILD-MASTER-HDR
               MOVE MLBL-REC TO AUDTLOG-REC
               WRITE AUDTLOG-REC
             END-IF
           END-IF
           .
