           IF RETURN-CODE < 8 AND TOL-PRESENT
              AND EXCP-CNT > TOL-LIMIT
             MOVE 8 TO RETURN-CODE
             MOVE SPACES TO SYSO-LINE
             STRING 'EXCEPTION COUNT ' EXCP-CNT ' EXCEEDS THE '
                    'TOLERANCE OF ' TOL-LIMIT ' - RC 8'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           .
