      *> flag file at all means the history has never been verified -
      *> the readers run as they always have.
       CHECK-ANSHIST-SOUND SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           OPEN INPUT ANSHSOK
           IF ANSHSOK-FS = '00'
             READ ANSHSOK
