             MOVE 'C' TO FLIST-FLAG
             OPEN INPUT FLIST
             IF FLIST-FS NOT = '00'
               MOVE SPACES TO SYSO-LINE
               STRING 'FATAL: INPUT FILE LIST '
                      FUNCTION TRIM(FLST-DSN)
                      ' NOT READABLE, FILE STATUS=' FLIST-FS
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
               MOVE 'INPUT FILE LIST NOT READABLE' TO DSNP-REASON
               PERFORM WRITE-DIAG-SNAPSHOT
               MOVE 16 TO RETURN-CODE
               MOVE 'ABEND' TO AUDT-EVENT
               MOVE 16 TO AUDT-RC
               PERFORM READ-FLIST-REC
             END-PERFORM
             CLOSE FLIST
             MOVE FLST-N TO SYSO-NUM
             MOVE SPACES TO SYSO-LINE
             STRING 'PROCESSING '
                    FUNCTION TRIM(SYSO-NUM)
                    ' INPUT FILE(S) FROM '
                    FUNCTION TRIM(FLST-DSN)
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           .

