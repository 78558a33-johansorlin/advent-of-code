      *> the site or accepted. STARSUB.txt keeps one record per star
      *> under the same (PGM, LABEL) pair ANSHIST uses - PGM(1:8)
      *> LABEL(10:16) VALUE(27:20) SUBMITTED(48:8) STATUS(57:1,
      *> A accepted / R rejected / T transmitted by SUBXMIT.cbl,
      *> awaiting the verdict SUBRESP.cbl posts) ATTEMPTS(59:2)
      *> TIME(62:6, HHMMSS on the SUBMITTED date; blank on records
      *> from before it was kept) - and this maintenance screen
      *> records submissions (the value is pulled from the latest
      *> production answer on record, attempts increment per
      *> submission) and reports what sits computed but
      *> unsubmitted, what was rejected and what is still awaiting
      *> a verdict, so nothing sits finished but unfiled. Every
      *> submission recorded here is appended to SUBLOG.txt (see
      *> SUBLFD.cpy) before the master is rewritten, so the
      *> submission master has a change history as CERTANS has.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY ANSHSEL.

           COPY PZLCSEL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STARSUB-FS.

           COPY SUBLSEL.

           SELECT SUBRPT ASSIGN TO DYNAMIC SUBRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY ANSHFD.

       COPY PZLCFD.

       FD  STARSUB.
       01  STARSUB-REC        PIC X(80).

       COPY SUBLFD.

       FD  SUBRPT.
       01  SUBRPT-REC         PIC X(100).
           COPY ANSHWS.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY MNTSWS.
           COPY SUBLWS.
           COPY RPGNWS.
           05 STARSUB-FS      PIC XX.
           05 SUBRPT-FS       PIC XX.
           05 SUB-IX          PIC S9(4) COMP.
           05 SUB-CNT         PIC S9(4) COMP VALUE 0.
           05 TODAY-DATE      PIC 9(8).
           05 NOW-TIME        PIC 9(8).
           05 UNSUB-CNT       PIC 9(3).
           05 REJ-CNT         PIC 9(3).

              10 SB-DATE      PIC 9(8).
              10 SB-STATUS    PIC X.
              10 SB-ATTEMPTS  PIC 99.
              10 SB-TIME      PIC 9(6).

      *> Latest production value per catalog entry, from one sweep
      *> of the answer history.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SUB-TBL-REC PROD-TBL-REC SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'SUBMAINT' TO SUBL-PGM
           MOVE 'SUBMAINT' TO RPGN-PGM

      *> No submission edits while the system is under maintenance.
           MOVE 'SUBMAINT' TO MNTS-PGM
           PERFORM REFUSE-IF-MAINT

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-STARSUB
           PERFORM SWEEP-ANSHIST
                 ELSE
                   MOVE 0 TO SB-ATTEMPTS(SUB-CNT)
                 END-IF
                 IF STARSUB-REC(62:6) IS NUMERIC
                   MOVE STARSUB-REC(62:6) TO SB-TIME(SUB-CNT)
                 ELSE
                   MOVE 0 TO SB-TIME(SUB-CNT)
                 END-IF
               END-IF
               PERFORM READ-STARSUB-REC
             END-PERFORM
             MOVE SB-DATE(SUB-IX) TO STARSUB-REC(48:8)
             MOVE SB-STATUS(SUB-IX) TO STARSUB-REC(57:1)
             MOVE SB-ATTEMPTS(SUB-IX) TO STARSUB-REC(59:2)
             IF SB-TIME(SUB-IX) > 0
               MOVE SB-TIME(SUB-IX) TO STARSUB-REC(62:6)
             END-IF
             WRITE STARSUB-REC
           END-PERFORM
           CLOSE STARSUB

           IF SUB-IX > 0 AND SUB-IX NOT > SUB-CNT
             ACCEPT TODAY-DATE FROM DATE YYYYMMDD
             ACCEPT NOW-TIME FROM TIME
             MOVE PROD-VALUE(STX) TO SB-VALUE(SUB-IX)
             MOVE TODAY-DATE TO SB-DATE(SUB-IX)
             MOVE NOW-TIME(1:6) TO SB-TIME(SUB-IX)
             ADD 1 TO SB-ATTEMPTS(SUB-IX)
             DISPLAY 'ACCEPTED BY THE SITE (Y/N)? '
                     WITH NO ADVANCING
             DISPLAY 'SUBMISSION RECORDED - ATTEMPT '
                     SB-ATTEMPTS(SUB-IX) ' STATUS '
                     SB-STATUS(SUB-IX)
             MOVE 'SUBMIT' TO SUBL-ACTION
             PERFORM WRITE-SUBLOG-REC
             PERFORM WRITE-STARSUB-FILE
           END-IF
           .
                          INTO SUBRPT-REC
                   WRITE SUBRPT-REC
                 END-IF
                 IF SB-STATUS(SUB-IX) = 'T'
                   STRING SD-YEAR(SDX) ' DAY ' SD-DAY(SDX)
                          ' PART ' SD-PART(SDX) ' ' SD-PGM(SDX)
                          ' TRANSMITTED ON ' SB-DATE(SUB-IX)
                          ' - AWAITING THE SITE RESPONSE'
                          INTO SUBRPT-REC
                   WRITE SUBRPT-REC
                 END-IF
             END-EVALUATE
           END-PERFORM


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
           ELSE
           END-IF
           .

       COPY SUBLWR.

       COPY PZLCRD.

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
