       VALIDATE-FLST-CNT SECTION.
           IF FL-EXP-PRESENT(FLST-IX)
             IF FLST-REC-CNT NOT = FL-EXP(FLST-IX)
               MOVE SPACES TO SYSO-LINE
               STRING 'FATAL: FILE CONTROL TOTAL MISMATCH ON '
                      FUNCTION TRIM(FL-DSN(FLST-IX))
                      ' - EXPECTED ' FL-EXP(FLST-IX)
                      ' RECORDS, READ ' FLST-REC-CNT
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
               MOVE 'FILE CONTROL TOTAL MISMATCH' TO DSNP-REASON
               PERFORM WRITE-DIAG-SNAPSHOT
               MOVE 16 TO RETURN-CODE
               MOVE 'ABEND' TO AUDT-EVENT
               MOVE 16 TO AUDT-RC
