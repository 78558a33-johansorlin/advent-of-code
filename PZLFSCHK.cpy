      *> CALLed this program, and behaves exactly like STOP RUN when
      *> this program was invoked standalone (a GOBACK in a program
      *> that was not itself CALLed ends the run unit the same way).
      *>
      *> Each good read also advances DSNP-LINE-NO for the abend
      *> diagnostic snapshot (DSNPWS.cpy); the first good read after
      *> an end-of-file starts the count over, since it can only be
      *> the first line of the next input file.
           EVALUATE PZLINPUT-FS
             WHEN '00'
               IF DSNP-AT-EOF
                 MOVE 0 TO DSNP-LINE-NO
                 MOVE SPACE TO DSNP-LINE-FLAG
               END-IF
               ADD 1 TO DSNP-LINE-NO
             WHEN '10'
               SET PZLINPUT-EOF TO TRUE
               SET DSNP-AT-EOF TO TRUE
             WHEN OTHER
               MOVE SPACES TO SYSO-LINE
               STRING 'FATAL: I/O ERROR READING PZLINPUT, FILE '
                      'STATUS=' PZLINPUT-FS
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
               MOVE 'I/O ERROR READING PZLINPUT' TO DSNP-REASON
               PERFORM WRITE-DIAG-SNAPSHOT
               MOVE 16 TO RETURN-CODE
               MOVE 'ABEND' TO AUDT-EVENT
               MOVE 16 TO AUDT-RC
