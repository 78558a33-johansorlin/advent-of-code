      *> before the master is written. Every certification and
      *> de-certification is appended to CERTLOG.txt with both
      *> operator ids, so the certified master finally has a
      *> change history. The session holds the edit lease on the
      *> master (LEASCK.cpy) and a change is only applied when the
      *> master on disk is still the version it loaded - otherwise
      *> the master is reloaded and the change refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY PZLCSEL.

           COPY ANSHSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY PZLCFD.

       COPY ANSHFD.
           COPY PZLCWS.
           COPY ANSHWS.
           COPY RUNIWS.
           COPY MNTSWS.
           COPY AUTHWS.
           COPY AUDTWS.
           05 CERTANS-FS      PIC XX.
              88 CERTANS-EOF           VALUE 'E'.
           05 CONFIRM-FLAG    PIC X    VALUE 'N'.
              88 CHANGE-CONFIRMED      VALUE 'Y'.
              88 CHANGE-REFUSED        VALUE 'S'.

       COPY CREDCWS.
       COPY TRNGCWS.
       COPY LEASCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES CERT-TBL-REC
           PERFORM GET-RUN-ID

      *> No certifying while the system is under maintenance.
           MOVE 'CERTMNT' TO MNTS-PGM
           PERFORM REFUSE-IF-MAINT

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
           MOVE 'CERTIFY' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           MOVE 'CERTMNT' TO LEAS-PGM
           MOVE 'CERTANS.txt' TO LEAS-DSN
           PERFORM TAKE-EDIT-LEASE
           IF NOT LEAS-YES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-CERTANS

                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           PERFORM RELEASE-EDIT-LEASE
           PERFORM RECORD-EXERCISE
           GOBACK
           .

               ELSE
                 DISPLAY 'LATEST PRODUCTION VALUE: ' PROD-VALUE
                 PERFORM CONFIRM-SECOND-OPERATOR
                 IF CHANGE-CONFIRMED
                   PERFORM CHECK-CERTANS-CURRENT
                 END-IF
                 IF CHANGE-CONFIRMED
                   PERFORM APPLY-CERTIFICATION
                   MOVE 'CERT' TO LOG-ACTION
                   PERFORM WRITE-CERTANS-FILE
                   DISPLAY 'STAR CERTIFIED AND MASTER SAVED'
                 ELSE
                   IF NOT CHANGE-REFUSED
                     DISPLAY 'NOT CONFIRMED - MASTER UNCHANGED'
                   END-IF
                 END-IF
               END-IF
             END-IF
               MOVE CERT-VALUE(CERT-FND-IX) TO PROD-VALUE
               DISPLAY 'CERTIFIED VALUE ON RECORD: ' PROD-VALUE
               PERFORM CONFIRM-SECOND-OPERATOR
               IF CHANGE-CONFIRMED
                 PERFORM CHECK-CERTANS-CURRENT
               END-IF
               IF CHANGE-CONFIRMED
                 PERFORM VARYING WRK-IX FROM CERT-FND-IX BY 1
                           UNTIL WRK-IX NOT < CERT-CNT
                 PERFORM WRITE-CERTANS-FILE
                 DISPLAY 'STAR DE-CERTIFIED AND MASTER SAVED'
               ELSE
                 IF NOT CHANGE-REFUSED
                   DISPLAY 'NOT CONFIRMED - MASTER UNCHANGED'
                 END-IF
               END-IF
             END-IF
           END-IF

       READ-ANSHIST-REC SECTION.
           READ ANSHIST
           PERFORM UNTIL ANSHIST-FS NOT = '00'
                      OR ANSHIST-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE ANSHIST-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ ANSHIST
           END-PERFORM
           IF ANSHIST-FS NOT = '00'
             SET ANSHIST-EOF TO TRUE
           END-IF
           END-IF
           .

      *> A confirmed change is only applied to the master this
      *> session loaded. When another session (or a hand edit) has
      *> changed it since, the master is reloaded as it now stands
      *> and the change is withdrawn - it is made again against
      *> what is really there, if it still needs making.
       CHECK-CERTANS-CURRENT SECTION.
           MOVE 'CERTANS.txt' TO LEAS-DSN
           PERFORM CHECK-EDIT-LEASE
           IF NOT LEAS-YES
             SET CHANGE-REFUSED TO TRUE
             PERFORM LOAD-CERTANS
             PERFORM REFRESH-EDIT-VERSION
           END-IF
           .

       LOAD-CERTANS SECTION.
           MOVE 0 TO CERT-CNT
           MOVE 'C' TO CERTANS-FLAG

      *> Re-writes the whole certified master from the table in the
      *> fixed layout CERTCHK loads, the way PZLCMNT re-writes the
      *> catalog after every successful change, its version stamp
      *> first.
       WRITE-CERTANS-FILE SECTION.
           MOVE 'CERTANS.txt' TO LEAS-DSN
           PERFORM STAMP-EDIT-SAVE
           OPEN OUTPUT CERTANS
           MOVE LEAS-STAMP TO CERTANS-REC
           WRITE CERTANS-REC
           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX > CERT-CNT
             MOVE SPACES TO CERTANS-REC
             WRITE CERTANS-REC
           END-PERFORM
           CLOSE CERTANS
           PERFORM REFRESH-EDIT-VERSION
           .

       WRITE-CERTLOG-REC SECTION.

       COPY PZLCRD.

       COPY MNTSCK.

       COPY LEASCK.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
