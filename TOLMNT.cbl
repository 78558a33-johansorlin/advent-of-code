      *> (the worst day plus a quarter headroom, never below 10),
      *> and rewrites the tolerance file only on operator
      *> confirmation. Every change is appended to TOLLOG.txt with
      *> the operator id, old and new values. Run under the
      *> sandbox switch it is the training exercise for WHATIF
      *> (see TRNGSRV.cbl), and the finished session is put on the
      *> operator's training record. The session holds the edit
      *> lease on the tolerance file (LEASCK.cpy); a change confirmed
      *> against a file that has changed on disk since it was loaded
      *> is refused and the file reloaded.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY TOLSEL.

           COPY EXCMSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY TOLFD.

       COPY EXCMFD.
           COPY TOLWS.
           COPY EXCMWS.
           COPY RUNIWS.
           COPY MNTSWS.
           05 TOLLOG-FS       PIC XX.
           05 ANSWER-TEXT     PIC X(20).
           05 LOOK-TEXT       PIC X(4).
              88 TOL-ENTRY-FOUND       VALUE 'Y'.
           05 CONFIRM-ANS     PIC X(2).

       COPY TRNGCWS.
       COPY LEASCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 30 TO LOOK-DAYS
           PERFORM GET-RUN-ID

      *> No tolerance changes while the system is under maintenance.
           MOVE 'TOLMNT' TO MNTS-PGM
           PERFORM REFUSE-IF-MAINT

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
           COMPUTE FROM-INT = TODAY-INT - LOOK-DAYS
           COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(FROM-INT)

           MOVE 'TOLMNT' TO LEAS-PGM
           MOVE EXCPTOL-DSN TO LEAS-DSN
           PERFORM TAKE-EDIT-LEASE
           IF NOT LEAS-YES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-TOLERANCES
           PERFORM SWEEP-EXCEPTION-STATS

               PERFORM SET-ONE-TOLERANCE
             END-IF
           END-PERFORM
           PERFORM RELEASE-EDIT-LEASE
           IF SANDBOX-ACTIVE
             MOVE 'D' TO TRNG-ACTION
             MOVE OPERATOR-ID TO TRNG-OPER
             MOVE 'WHATIF' TO TRNG-FUNC
             MOVE 'TOLMNT' TO TRNG-PGM
             MOVE RUN-ID TO TRNG-RUN-ID
             MOVE 0 TO TRNG-RC
             CALL 'TRNGSRV' USING TRNG-CTL
             END-CALL
             IF TRNG-YES
               DISPLAY 'TRAINING EXERCISE TOLMNT RECORDED FOR '
                       'OPERATOR ' OPERATOR-ID
                       ' - AWAITS SUPERVISOR SIGN-OFF IN TRNGMNT'
             END-IF
             MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .

           IF CONFIRM-ANS NOT = 'Y'
             DISPLAY 'NOT CONFIRMED - TOLERANCE FILE UNCHANGED'
           ELSE
             MOVE EXCPTOL-DSN TO LEAS-DSN
             PERFORM CHECK-EDIT-LEASE
             IF NOT LEAS-YES
               PERFORM LOAD-TOLERANCES
               PERFORM REFRESH-EDIT-VERSION
               EXIT SECTION
             END-IF
             IF TOL-ENTRY-FOUND
               COMPUTE SEL-IX = SEL-IX - 1
               MOVE NEW-LIMIT TO TL-LIMIT(SEL-IX)

      *> The whole file is re-written from the table in the
      *> PGM,THRESHOLD shape TOLRD.cpy parses, the way PZLCMNT
      *> re-writes the catalog, behind its version stamp (a line
      *> TOLRD.cpy passes over - it has no numeric threshold).
       WRITE-EXCPTOL-FILE SECTION.
           MOVE EXCPTOL-DSN TO LEAS-DSN
           PERFORM STAMP-EDIT-SAVE
           OPEN OUTPUT EXCPTOL
           MOVE LEAS-STAMP TO EXCPTOL-REC
           WRITE EXCPTOL-REC
           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX > TOL-CNT
             MOVE SPACES TO EXCPTOL-REC
             WRITE EXCPTOL-REC
           END-PERFORM
           CLOSE EXCPTOL
           PERFORM REFRESH-EDIT-VERSION
           .

       WRITE-TOLLOG-REC SECTION.

       READ-EXCPMSTR-REC SECTION.
           READ EXCPMSTR
           PERFORM UNTIL EXCPMSTR-FS NOT = '00'
                      OR EXCPMSTR-REC(1:1) NOT = '*'
             MOVE 'EXCPMSTR' TO MLBL-FILE
             MOVE EXCPMSTR-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ EXCPMSTR
           END-PERFORM
           IF EXCPMSTR-FS NOT = '00'
             SET EXCPMSTR-EOF TO TRUE
           END-IF
           .

       COPY LEASCK.

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
