      *> VALUE 'D'/0 defaults in place, i.e. start the build from
      *> scratch.
       READ-CHKPNT SECTION.
           PERFORM REDIRECT-CHKP-DSN
           OPEN INPUT CHKPNT
           IF CHKPNT-FS = '00'
             READ CHKPNT
             CLOSE CHKPNT
           END-IF
           .

      *> Checkpoints are masters (MSTRLST.cpy): in sandbox mode the
      *> caller's CHKP-DSN redirects to its SANDBOX_ copy, and a
      *> shadow run (SBOXWS.cpy) keeps its own - one that failed
      *> part-way must not leave production a resume point.
      *> PERFORMed ahead of every checkpoint read and write.
       REDIRECT-CHKP-DSN SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           IF SANDBOX-ACTIVE
             MOVE CHKP-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO CHKP-DSN
           END-IF
           IF SHADOW-ACTIVE
             MOVE CHKP-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO CHKP-DSN
           END-IF
           .
