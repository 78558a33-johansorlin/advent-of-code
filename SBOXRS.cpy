      *> Sandbox resolution (see SBOXWS.cpy). RESOLVE-MASTER-DSNS
      *> resolves the names once per program and switch setting -
      *> the shared id plumbing and every shared master-open section
      *> PERFORM it, so the switch is honored wherever a master is
      *> touched, however the program reached it. A program stays
      *> loaded across RUNALL's shadow CALL, which sets SHADOW_RUN=Y
      *> for the candidate alone, so both switches are read again on
      *> every entry; when either reads differently from the last
      *> resolution the production names held from the first entry
      *> are put back and resolved afresh. SBOX-PREFIX-WRK turns one
      *> dataset name into its SANDBOX_ copy, refusing to
      *> double-prefix a name that already carries it. The
      *> shadow-run switch (SBOXWS.cpy) is resolved in the same
      *> place, after the sandbox, so a shadow run in the sandbox
      *> writes SHADOW_SANDBOX_ names.
       RESOLVE-MASTER-DSNS SECTION.
           IF SBOX-PROD-FLAG NOT = 'Y'
             MOVE MASTER-DSN-VALUES TO SBOX-PROD-DSNS
             MOVE 'Y' TO SBOX-PROD-FLAG
           END-IF
           MOVE SPACES TO SBOX-NEW-SW SHDW-NEW-SW
           ACCEPT SBOX-NEW-SW FROM ENVIRONMENT 'SANDBOX_MODE'
           IF SBOX-NEW-SW NOT = 'Y'
             MOVE 'N' TO SBOX-NEW-SW
           END-IF
           ACCEPT SHDW-NEW-SW FROM ENVIRONMENT 'SHADOW_RUN'
           IF SHDW-NEW-SW NOT = 'Y'
             MOVE 'N' TO SHDW-NEW-SW
           END-IF
           IF SBOX-DONE-SW = 'Y'
             IF SBOX-NEW-SW = SBOX-SW AND SHDW-NEW-SW = SHDW-SW
               EXIT SECTION
             END-IF
             MOVE SBOX-PROD-DSNS TO MASTER-DSN-VALUES
           END-IF
           MOVE 'Y' TO SBOX-DONE-SW
           MOVE SBOX-NEW-SW TO SBOX-SW
           IF SANDBOX-ACTIVE
             MOVE ANSHIST-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE BKUPGEN-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO BKUPGEN-DSN
             MOVE ANSHSOK-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO ANSHSOK-DSN
             MOVE EXCPREPR-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO EXCPREPR-DSN
             MOVE EXCPTOL-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO EXCPTOL-DSN
             MOVE SCHEDMST-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO SCHEDMST-DSN
             MOVE JOBNET-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO JOBNET-DSN
             MOVE CFGSNAP-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO CFGSNAP-DSN
             DISPLAY '*** SANDBOX MODE - EVERY MASTER REDIRECTED '
                     'TO ITS SANDBOX_ COPY; PRODUCTION IS NOT '
                     'TOUCHED ***'
           END-IF
           MOVE SHDW-NEW-SW TO SHDW-SW
           IF SHADOW-ACTIVE
             MOVE ANSHIST-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO ANSHIST-DSN
             MOVE ANSHSEQ-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO ANSHSEQ-DSN
             MOVE EXCPMSTR-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO EXCPMSTR-DSN
             MOVE AUDTLOG-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO AUDTLOG-DSN
             MOVE RPTCAT-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO RPTCAT-DSN
             MOVE FINGPRNT-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO FINGPRNT-DSN
             MOVE PARMREG-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO PARMREG-DSN
             DISPLAY '*** SHADOW RUN - ANSWERS, EXCEPTIONS, LOGS '
                     'AND REPORTS DIVERTED TO SHADOW_ FILES ***'
           END-IF
           .

      *> SHDW-PREFIX-WRK is the shadow-run counterpart: one dataset
      *> name into its SHADOW_ copy, never prefixed twice.
       SHDW-PREFIX-WRK SECTION.
           IF SBOX-WRK-DSN(1:7) NOT = 'SHADOW_'
             MOVE SBOX-WRK-DSN TO SBOX-HOLD-DSN
             MOVE SPACES TO SBOX-WRK-DSN
             STRING 'SHADOW_'
                    FUNCTION TRIM(SBOX-HOLD-DSN, TRAILING)
                    DELIMITED BY SIZE INTO SBOX-WRK-DSN
           END-IF
           .

      *> A SHADOW_ name has already been through both switches.
       SBOX-PREFIX-WRK SECTION.
           IF SBOX-WRK-DSN(1:8) NOT = 'SANDBOX_'
              AND SBOX-WRK-DSN(1:7) NOT = 'SHADOW_'
             MOVE SBOX-WRK-DSN TO SBOX-HOLD-DSN
             MOVE SPACES TO SBOX-WRK-DSN
             STRING 'SANDBOX_'
