       CHECK-RPT-STATUS SECTION.
           IF RPTK-FS NOT = '00'
             MOVE 'Y' TO RPTK-FAIL-FLAG
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: REPORT ' FUNCTION TRIM(RPTK-DSN)
                    ' I/O STATUS ' RPTK-FS
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           .

       GRADE-RPT-STATUS SECTION.
           IF RPTK-FAILED AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: A REPORT COULD NOT BE PRODUCED - '
                    'SEE THE MESSAGES ABOVE'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           .
