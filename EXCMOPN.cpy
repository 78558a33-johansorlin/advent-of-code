      *> fails with file status '35' (file does not exist) on the
      *> very first run, since the file has never been created - fall
      *> back to OPEN OUTPUT so the master comes into being on its
      *> own, the same way OPEN-ANSHIST does, header label first.
       OPEN-EXCPMSTR SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           OPEN EXTEND EXCPMSTR
           IF EXCPMSTR-FS = '35'
             OPEN OUTPUT EXCPMSTR
             IF EXCPMSTR-FS = '00'
               MOVE 'EXCPMSTR' TO MLBL-FILE
               MOVE RUN-ID TO MLBL-RUN-ID
               PERFORM BUILD-MASTER-HDR
               MOVE MLBL-REC TO EXCPMSTR-REC
               WRITE EXCPMSTR-REC
             END-IF
           END-IF
           .
