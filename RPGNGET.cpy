      *> generations back falls off the window and is deleted. Its
      *> catalog record stays - the catalog is the history of what
      *> was produced, not of what is still on disk - and a delete of
      *> an already-missing file is no error worth reporting. Its
      *> HTML rendition (PRTSRV.cbl), if it had one, goes with it.
           MOVE 5 TO RPGN-KEEP
           MOVE SPACES TO RPGN-KEEP-TEXT
           ACCEPT RPGN-KEEP-TEXT FROM ENVIRONMENT 'RPTGEN_KEEP'
             PERFORM BUILD-RPTGEN-DSN
             CALL 'CBL_DELETE_FILE' USING RPGN-BLD-DSN
                 RETURNING RPGN-DEL-STATUS
             COMPUTE RPGN-BLD-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(RPGN-BLD-DSN, TRAILING))
             MOVE '.html' TO RPGN-BLD-DSN(RPGN-BLD-LEN - 3:5)
             CALL 'CBL_DELETE_FILE' USING RPGN-BLD-DSN
                 RETURNING RPGN-DEL-STATUS
           END-IF
           .

               IF RPTCAT-REC(1:8) = RPGN-PGM
                  AND RPTCAT-REC(10:12) = RPGN-RPT
                  AND RPTCAT-REC(23:4) IS NUMERIC
                  AND RPTCAT-REC(185:4) NOT = 'HTML'
                 MOVE RPTCAT-REC(23:4) TO RPGN-CAT-GEN
                 IF RPGN-CAT-GEN NOT < RPGN-GEN
                   MOVE RPGN-CAT-GEN TO RPGN-GEN
           END-IF
           .

      *> A sandbox or shadow run numbers its generations in its own
      *> catalog (SBOXWS.cpy), so its datasets carry the SANDBOX_/
      *> SHADOW_ prefix too - generation 1 of a sandbox report must
      *> not overwrite generation 1 of production's, nor its
      *> retention sweep delete one of production's.
       BUILD-RPTGEN-DSN SECTION.
           MOVE SPACES TO RPGN-BLD-DSN
           STRING FUNCTION TRIM(RPGN-PGM) '_'
                  FUNCTION TRIM(RPGN-RPT) '.G' RPGN-BLD-GEN '.txt'
                  DELIMITED BY SIZE INTO RPGN-BLD-DSN
           IF SANDBOX-ACTIVE
             MOVE RPGN-BLD-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO RPGN-BLD-DSN
           END-IF
           IF SHADOW-ACTIVE
             MOVE RPGN-BLD-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO RPGN-BLD-DSN
           END-IF
           .

      *> Appends this generation's catalog record. OPEN EXTEND fails
      *> with file status '35' the very first time, since the catalog
      *> has never been created - fall back to OPEN OUTPUT so it
      *> comes into being on its own, header label first, the same
      *> way OPEN-ANSHIST does.
       WRITE-RPTCAT-REC SECTION.
           ACCEPT RPGN-DATE FROM DATE YYYYMMDD
           ACCEPT RPGN-TIME FROM TIME
           OPEN EXTEND RPTCAT
           IF RPTCAT-FS = '35'
             OPEN OUTPUT RPTCAT
             IF RPTCAT-FS = '00'
               MOVE 'RPTCAT' TO MLBL-FILE
               MOVE RUN-ID TO MLBL-RUN-ID
               PERFORM BUILD-MASTER-HDR
               MOVE MLBL-REC TO RPTCAT-REC
               WRITE RPTCAT-REC
             END-IF
           END-IF
           MOVE SPACES TO RPTCAT-REC
           STRING RPGN-PGM ' ' RPGN-RPT ' ' RPGN-GEN ' ' RPGN-DATE

       READ-RPTCAT-REC SECTION.
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
                      OR RPTCAT-REC(1:1) NOT = '*'
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RUN-ID TO MLBL-RUN-ID
             MOVE RPTCAT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ RPTCAT
           END-PERFORM
           IF RPTCAT-FS NOT = '00'
             SET RPTCAT-EOF TO TRUE
           END-IF
