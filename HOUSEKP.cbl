      *> defaults above. Everything older than its family's retention
      *> is deleted, and the disposition report lists every file
      *> removed plus a kept/removed count per family.
      *>
      *> Anything an audit hold in force covers (HOLDREG.txt - see
      *> HOLDCK.cpy) is left where it is however old, and listed as
      *> held with the hold that kept it: archives by date or by
      *> the program that archived them, dated results reports and
      *> checkpoints by date, report generations by the run that
      *> wrote them, their date, program or report family.
      *>
      *> Under the sandbox switch the run is a practice pass: every
      *> decision is made and reported as usual, but a file past
      *> retention is reported as one that WOULD be purged and is
      *> left in place, and the archive catalog is not rewritten.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY AUDTSEL.

           COPY HOLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETNPOL.

       COPY RPGNFD.

       COPY HOLDFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 RETNPOL-FS      PIC XX.
           COPY AUTHWS.
           COPY AUDTWS.
           COPY RPGNWS.
           COPY HOLDWS.
           05 POL-FAMILY      PIC X(8).
           05 POL-DAYS-TXT    PIC X(8).
           05 ARCHIVE-DAYS    PIC 9(4) VALUE 30.
           05 FAM-NAME        PIC X(8).
           05 PURGE-CNT       PIC 9(5).
           05 KEEP-CNT        PIC 9(5).
           05 HELD-CNT        PIC 9(5).
           05 TOT-PURGE-CNT   PIC 9(5) VALUE 0.
           05 TOT-HELD-CNT    PIC 9(5) VALUE 0.
           05 ARC-IX          PIC S9(4) COMP.
           05 ARC-CNT         PIC S9(4) COMP VALUE 0.
           05 CHKP-IX         PIC S9(4) COMP.
           05 ARCHCAT-FLAG    PIC X   VALUE 'C'.
              88 ARCHCAT-EOF          VALUE 'E'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
      *> catalogs point at - and the catalogs a sandbox session
      *> reads are CLONES whose entries still carry production
      *> dataset names, so a sandbox purge would delete production
      *> artifacts while looking perfectly safe. Under the sandbox
      *> switch housekeeping therefore deletes nothing at all - it
      *> is a practice pass that reports what it would purge.
           IF SANDBOX-ACTIVE
             DISPLAY 'HOUSEKP: SANDBOX MODE IS ACTIVE - THE '
                     'CLONED CATALOGS STILL NAME PRODUCTION '
                     'FILES, SO THIS IS A PRACTICE RUN THAT '
                     'DELETES NOTHING; UNSET SANDBOX_MODE TO PURGE'
           END-IF

      *> The purge deletes archives, generations and checkpoints -
           MOVE 'HOUSEKP' TO RPGN-PGM

           PERFORM READ-RETNPOL
           PERFORM LOAD-HOLDS

           ACCEPT CUTOFF-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(CUTOFF-DATE)

           MOVE SPACES TO HSKPRPT-REC
           STRING 'HOUSEKEEPING COMPLETE - ' TOT-PURGE-CNT
                  ' FILE(S) PURGED IN ALL, ' TOT-HELD-CNT
                  ' HELD UNDER AUDIT HOLD'
                  INTO HSKPRPT-REC
           WRITE HSKPRPT-REC
           DISPLAY HSKPRPT-REC
           IF SANDBOX-ACTIVE
             MOVE SPACES TO HSKPRPT-REC
             STRING 'SANDBOX PRACTICE RUN - NOTHING WAS DELETED '
                    'AND THE ARCHIVE CATALOG IS UNCHANGED'
                    DELIMITED BY SIZE INTO HSKPRPT-REC
             WRITE HSKPRPT-REC
             DISPLAY HSKPRPT-REC
           END-IF

           CLOSE HSKPRPT

           PERFORM RECORD-EXERCISE
           GOBACK
           .

           MOVE 'ARCHIVE' TO FAM-NAME
           MOVE ARCHIVE-DAYS TO DAY-OFFSET
           PERFORM SET-CUTOFF
           MOVE ZEROES TO PURGE-CNT KEEP-CNT HELD-CNT
           MOVE 0 TO ARC-CNT

           OPEN INPUT ARCHCAT
               IF ARCHCAT-REC(10:8) IS NUMERIC
                 MOVE ARCHCAT-REC(10:8) TO CAND-DATE
                 MOVE ARCHCAT-REC(28:80) TO CAND-DSN
      *> A held archive keeps its catalog entry as well as its
      *> file, so the next pass sees it again.
                 MOVE 'N' TO HOLD-HIT-FLAG
                 IF CAND-DATE < CUTOFF-DATE
                   INITIALIZE HOLD-CHK-ITEM
                   MOVE CAND-DATE TO HOLD-CHK-FROM
                   MOVE 'ARCHIVE' TO HOLD-CHK-FAM(1)
                   MOVE ARCHCAT-REC(1:8) TO HOLD-CHK-FAM(2)
                   PERFORM CHECK-HOLDS
                 END-IF
                 IF CAND-DATE < CUTOFF-DATE AND NOT HOLD-HIT
                   PERFORM PURGE-ONE-FILE
                 ELSE
                   IF HOLD-HIT
                     PERFORM REPORT-HELD-FILE
                   ELSE
                     ADD 1 TO KEEP-CNT
                   END-IF
                   IF ARC-CNT < 2000
                     ADD 1 TO ARC-CNT
                     MOVE ARCHCAT-REC TO ARC-REC(ARC-CNT)
             END-PERFORM
             CLOSE ARCHCAT

             IF NOT SANDBOX-ACTIVE
               OPEN OUTPUT ARCHCAT
               PERFORM VARYING ARC-IX FROM 1 BY 1
                         UNTIL ARC-IX > ARC-CNT
                 MOVE ARC-REC(ARC-IX) TO ARCHCAT-REC
                 WRITE ARCHCAT-REC
               END-PERFORM
               CLOSE ARCHCAT
             END-IF
           END-IF

           PERFORM WRITE-FAMILY-SUMMARY
           MOVE 'RESRPT' TO FAM-NAME
           MOVE RESRPT-DAYS TO DAY-OFFSET
           PERFORM SET-CUTOFF
           MOVE ZEROES TO PURGE-CNT KEEP-CNT HELD-CNT

           PERFORM VARYING DAY-OFFSET FROM 1 BY 1
                     UNTIL DAY-OFFSET > 1095
             STRING 'RESRPT' CAND-DATE '.txt' INTO CAND-DSN
             CALL 'CBL_CHECK_FILE_EXIST' USING CAND-DSN FILE-INFO
             IF RETURN-CODE = 0
               INITIALIZE HOLD-CHK-ITEM
               MOVE CAND-DATE TO HOLD-CHK-FROM
               MOVE 'RESRPT' TO HOLD-CHK-FAM(1)
               PERFORM CHECK-HOLDS
               IF HOLD-HIT
                 PERFORM REPORT-HELD-FILE
               ELSE
                 PERFORM PURGE-ONE-FILE
               END-IF
             END-IF
           END-PERFORM

           MOVE 'CHKPNT' TO FAM-NAME
           MOVE CHKPNT-DAYS TO DAY-OFFSET
           PERFORM SET-CUTOFF
           MOVE ZEROES TO PURGE-CNT KEEP-CNT HELD-CNT

           PERFORM VARYING CHKP-IX FROM 1 BY 1 UNTIL CHKP-IX > 3
             MOVE CHKP-DSN-ENT(CHKP-IX) TO CAND-DSN
             IF RETURN-CODE = 0
               COMPUTE CAND-DATE =
                   FI-YYYY * 10000 + FI-MM * 100 + FI-DD
               INITIALIZE HOLD-CHK-ITEM
               MOVE CAND-DATE TO HOLD-CHK-FROM
               MOVE 'CHKPNT' TO HOLD-CHK-FAM(1)
               IF CAND-DATE < CUTOFF-DATE
                 PERFORM CHECK-HOLDS
                 IF HOLD-HIT
                   PERFORM REPORT-HELD-FILE
                 ELSE
                   PERFORM PURGE-ONE-FILE
                 END-IF
               ELSE
                 ADD 1 TO KEEP-CNT
               END-IF
           MOVE 'RPTGEN' TO FAM-NAME
           MOVE RPTGEN-DAYS TO DAY-OFFSET
           PERFORM SET-CUTOFF
           MOVE ZEROES TO PURGE-CNT KEEP-CNT HELD-CNT

           MOVE 'C' TO RPTCAT-FLAG
           OPEN INPUT RPTCAT
                 MOVE RPTCAT-REC(63:80) TO CAND-DSN
                 CALL 'CBL_CHECK_FILE_EXIST' USING CAND-DSN FILE-INFO
                 IF RETURN-CODE = 0
                   INITIALIZE HOLD-CHK-ITEM
                   MOVE RPTCAT-REC(46:16) TO HOLD-CHK-RUN
                   MOVE CAND-DATE TO HOLD-CHK-FROM
                   MOVE 'RPTGEN' TO HOLD-CHK-FAM(1)
                   MOVE RPTCAT-REC(1:8) TO HOLD-CHK-FAM(2)
                   MOVE RPTCAT-REC(10:12) TO HOLD-CHK-FAM(3)
                   IF CAND-DATE < CUTOFF-DATE
                     PERFORM CHECK-HOLDS
                     IF HOLD-HIT
                       PERFORM REPORT-HELD-FILE
                     ELSE
                       PERFORM PURGE-ONE-FILE
                     END-IF
                   ELSE
                     ADD 1 TO KEEP-CNT
                   END-IF
           .

       PURGE-ONE-FILE SECTION.
           IF SANDBOX-ACTIVE
             ADD 1 TO PURGE-CNT TOT-PURGE-CNT
             MOVE SPACES TO HSKPRPT-REC
             STRING FAM-NAME ' ' FUNCTION TRIM(CAND-DSN)
                    ' WOULD BE PURGED (DATED ' CAND-DATE
                    ') - SANDBOX PRACTICE'
                    DELIMITED BY SIZE INTO HSKPRPT-REC
             WRITE HSKPRPT-REC
             EXIT SECTION
           END-IF
           CALL 'CBL_DELETE_FILE' USING CAND-DSN
               RETURNING DEL-STATUS
           IF DEL-STATUS = 0
           END-IF
           .

      *> Past its retention but under an audit hold - the file stays
      *> and the line says which hold kept it.
       REPORT-HELD-FILE SECTION.
           ADD 1 TO HELD-CNT TOT-HELD-CNT
           MOVE SPACES TO HSKPRPT-REC
           STRING FAM-NAME ' ' FUNCTION TRIM(CAND-DSN)
                  ' HELD BY HOLD ' HOLD-HIT-ID ' (DATED ' CAND-DATE
                  ') - ' FUNCTION TRIM(HOLD-HIT-REASON)
                  DELIMITED BY SIZE INTO HSKPRPT-REC
           WRITE HSKPRPT-REC
           .

       WRITE-FAMILY-SUMMARY SECTION.
           MOVE SPACES TO HSKPRPT-REC
           STRING FAM-NAME ' FAMILY: ' PURGE-CNT ' PURGED, '
                  KEEP-CNT ' KEPT, ' HELD-CNT ' HELD (CUTOFF '
                  CUTOFF-DATE ')'
                  INTO HSKPRPT-REC
           WRITE HSKPRPT-REC
           DISPLAY HSKPRPT-REC

       COPY AUTHCK.

       COPY HOLDCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY SBOXRS.

       COPY MLBLCK.
