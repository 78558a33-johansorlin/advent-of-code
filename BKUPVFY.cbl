      *> restore-readiness verdict per generation. Generations past
      *> the retention count (BKUP_KEEP, default 7) are retired -
      *> their files deleted - once the sweep has reported on them.
      *> A generation an audit hold covers (HOLDREG.txt - see
      *> HOLDCK.cpy) is not retired whatever its age: a held run
      *> or date range reaching the day its backups were taken, or
      *> a hold on BKUP or on one of its masters, keeps the whole
      *> generation on disk and the report says which hold did.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY RPGNSEL.

           COPY HOLDSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  BKUPGEN.

       COPY RPGNFD.

       COPY HOLDFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY RPGNWS.
           COPY HOLDWS.
           05 BKUPGEN-FS      PIC XX.
           05 BKUPFILE-FS     PIC XX.
           05 BKUP-DSN        PIC X(80).
           05 GEN-EMPTY       PIC 9(3).
           05 GEN-BAD-CHAIN   PIC 9(3).
           05 RETIRED-CNT     PIC 9(4)  VALUE 0.
           05 HELD-GEN-CNT    PIC 9(4)  VALUE 0.
           05 MSTR-BASE       PIC X(16).
           05 NOTREADY-CNT    PIC 9(4)  VALUE 0.
           05 CHK-EXIST-STAT  PIC 9(9) COMP-5.
           05 DEL-STATUS      PIC 9(9) COMP-5.

      *> File-info block for CBL_CHECK_FILE_EXIST - the size leads;
      *> a zero-length backup is exactly the failure this program
      *> exists to catch before a restore needs it. The date a
      *> backup was taken is what an audit hold is matched on.
       01  FILE-INFO.
           05 FI-SIZE         PIC X(8) COMP-X.
           05 FI-DD           PIC X    COMP-X.
           05 FI-MM           PIC X    COMP-X.
           05 FI-YYYY         PIC XX   COMP-X.
           05 FI-HH           PIC X    COMP-X.
           05 FI-MI           PIC X    COMP-X.
           05 FI-SS           PIC X    COMP-X.
           05 FILLER          PIC X    COMP-X.

       COPY PRTCWS.


       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           IF LATEST-GEN > BKUP-KEEP
             COMPUTE RETIRE-THRU = LATEST-GEN - BKUP-KEEP
           END-IF
           PERFORM LOAD-HOLDS

           MOVE 'BKUPRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           STRING LATEST-GEN ' GENERATION(S) SWEPT, '
                  NOTREADY-CNT ' NOT RESTORE-READY, '
                  RETIRED-CNT ' FILE(S) RETIRED PAST THE '
                  BKUP-KEEP '-GENERATION RETENTION, '
                  HELD-GEN-CNT ' GENERATION(S) HELD'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE(1:90)
             END-CALL

             IF GEN-IX NOT > RETIRE-THRU
               PERFORM CHECK-GENERATION-HOLD
               IF HOLD-HIT
                 ADD 1 TO HELD-GEN-CNT
                 MOVE SPACES TO PRT-LINE
                 STRING 'GENERATION ' GEN-IX ' HELD BY HOLD '
                        HOLD-HIT-ID ' - NOT RETIRED: '
                        FUNCTION TRIM(HOLD-HIT-REASON)
                        DELIMITED BY SIZE INTO PRT-LINE
                 MOVE 'L' TO PRT-ACTION
                 CALL 'PRTSRV' USING PRT-CTL
                 END-CALL
               ELSE
                 PERFORM RETIRE-GENERATION
               END-IF
             END-IF
           END-IF
           .
           MOVE 'C' TO BKUPFILE-FLAG
           PERFORM READ-BKUPFILE-REC
           PERFORM UNTIL BKUPFILE-EOF
             IF BKUPFILE-REC(1:1) = '*'
               MOVE 'ANSHIST' TO MLBL-FILE
               MOVE BKUPFILE-REC TO MLBL-REC
               PERFORM CHECK-MASTER-LABEL
             ELSE
               ADD 1 TO WALK-RECS
             END-IF
             IF BKUPFILE-REC(85:6) IS NUMERIC
               MOVE BKUPFILE-REC(85:6) TO REC-SEQ
               IF PREV-SEQ > 0
           END-PERFORM
           .

      *> Each surviving backup of the generation is matched on the
      *> day it was written and on BKUP, its master's dataset name
      *> and that name without the extension - the first hold
      *> found keeps the whole generation.
       CHECK-GENERATION-HOLD SECTION.
           MOVE 'N' TO HOLD-HIT-FLAG
           PERFORM VARYING MSTR-IX FROM 1 BY 1
                     UNTIL MSTR-IX > MSTR-CNT OR HOLD-HIT
             MOVE SPACES TO BKUP-DSN
             STRING 'BKUP_G' GEN-IX '_'
                    FUNCTION TRIM(MSTR-DSN(MSTR-IX))
                    DELIMITED BY SIZE INTO BKUP-DSN
             CALL 'CBL_CHECK_FILE_EXIST' USING BKUP-DSN FILE-INFO
                 RETURNING CHK-EXIST-STAT
             IF CHK-EXIST-STAT = 0
               INITIALIZE HOLD-CHK-ITEM
               COMPUTE HOLD-CHK-FROM =
                   FI-YYYY * 10000 + FI-MM * 100 + FI-DD
               MOVE 'BKUP' TO HOLD-CHK-FAM(1)
               MOVE MSTR-DSN(MSTR-IX) TO HOLD-CHK-FAM(2)
               MOVE SPACES TO MSTR-BASE
               UNSTRING MSTR-DSN(MSTR-IX) DELIMITED BY '.'
                   INTO MSTR-BASE
               MOVE MSTR-BASE TO HOLD-CHK-FAM(3)
               PERFORM CHECK-HOLDS
             END-IF
           END-PERFORM
           .

       RETIRE-GENERATION SECTION.
           PERFORM VARYING MSTR-IX FROM 1 BY 1
                     UNTIL MSTR-IX > MSTR-CNT
           END-IF
           .

       COPY HOLDCK.

       COPY AUDTOPN.

       COPY AUDTWR.
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
