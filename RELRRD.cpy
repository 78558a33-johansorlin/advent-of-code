      *> Release-register plumbing (see RELRWS.cpy). CHECK-RELEASE
      *> reads the register for the program and build: APPROVED when
      *> a record carries them effective today or earlier, PENDING
      *> when the only records are effective later, UNREGISTERED when
      *> none carries the build, NO-BUILD when there was no stamp to
      *> look for. RELR-REG-PRESENT says whether the register exists
      *> at all - without one there is nothing to enforce.
      *> FIND-RUN-BUILD needs the audit-log copybooks (AUDTSEL/
      *> AUDTFD/AUDTWS) in the caller; it takes the stamp off the
      *> LAST START record for the program under the run id, so a
      *> program run twice in one batch reports the build just run.
       CHECK-RELEASE SECTION.
           MOVE 'N' TO RELR-REG-FLAG
           MOVE SPACES TO RELR-APPROVER RELR-EFF-DATE
           ACCEPT RELR-TODAY FROM DATE YYYYMMDD
           IF RELR-BUILD = SPACES
             SET RELR-NO-BUILD TO TRUE
           ELSE
             SET RELR-UNREGISTERED TO TRUE
           END-IF
           MOVE 'C' TO RELREG-FLAG
           OPEN INPUT RELREG
           IF RELREG-FS = '00'
             SET RELR-REG-PRESENT TO TRUE
             PERFORM READ-RELREG-REC
             PERFORM UNTIL RELREG-EOF OR RELR-APPROVED
               IF RELREG-REC(1:1) NOT = '*'
                  AND RELR-BUILD NOT = SPACES
                  AND RELREG-REC(1:8) = RELR-PGM
                  AND RELREG-REC(10:16) = RELR-BUILD
                  AND RELREG-REC(36:8) IS NUMERIC
                 MOVE RELREG-REC(27:8) TO RELR-APPROVER
                 MOVE RELREG-REC(36:8) TO RELR-EFF-DATE
                 IF RELREG-REC(36:8) NOT > RELR-TODAY
                   SET RELR-APPROVED TO TRUE
                 ELSE
                   SET RELR-PENDING TO TRUE
                 END-IF
               END-IF
               PERFORM READ-RELREG-REC
             END-PERFORM
             CLOSE RELREG
           END-IF
           .

       FIND-RUN-BUILD SECTION.
           MOVE SPACES TO RELR-BUILD
           MOVE 'C' TO RELR-AUDT-FLAG
           OPEN INPUT AUDTLOG
           IF AUDTLOG-FS = '00'
             PERFORM RELR-READ-AUDTLOG
             PERFORM UNTIL RELR-AUDT-EOF
               IF AUDTLOG-REC(1:8) = RELR-PGM
                  AND AUDTLOG-REC(28:8) = 'START'
                  AND AUDTLOG-REC(45:16) = RELR-RUN
                 MOVE AUDTLOG-REC(71:16) TO RELR-BUILD
               END-IF
               PERFORM RELR-READ-AUDTLOG
             END-PERFORM
             CLOSE AUDTLOG
           END-IF
           .

       READ-RELREG-REC SECTION.
           READ RELREG
           IF RELREG-FS NOT = '00'
             SET RELREG-EOF TO TRUE
           END-IF
           .

       RELR-READ-AUDTLOG SECTION.
           READ AUDTLOG
           PERFORM UNTIL AUDTLOG-FS NOT = '00'
                      OR AUDTLOG-REC(1:1) NOT = '*'
             MOVE 'AUDTLOG' TO MLBL-FILE
             MOVE AUDTLOG-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ AUDTLOG
           END-PERFORM
           IF AUDTLOG-FS NOT = '00'
             SET RELR-AUDT-EOF TO TRUE
           END-IF
           .
