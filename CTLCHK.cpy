       VALIDATE-CTLCNT SECTION.
           IF CTL-EXP-PRESENT
             IF CTL-ACTUAL NOT = CTL-EXP
               MOVE SPACES TO SYSO-LINE
               STRING 'FATAL: CONTROL TOTAL MISMATCH - EXPECTED '
                      CTL-EXP ' RECORDS, READ ' CTL-ACTUAL
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
               MOVE 'CONTROL TOTAL MISMATCH' TO DSNP-REASON
               PERFORM WRITE-DIAG-SNAPSHOT
               MOVE 16 TO RETURN-CODE
               MOVE 'ABEND' TO AUDT-EVENT
               MOVE 16 TO AUDT-RC
