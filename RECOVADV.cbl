      *> whether the answer history needs that restore at all -
      *> and prints a concrete NUMBERED recovery plan, down to the
      *> exact RUNALL_RESTART=Y instruction. 3am recovery should
      *> not depend on who is on shift. When the failed step left
      *> an abend diagnostic snapshot (a DIAGSNAP generation in the
      *> report catalog under the failed run's id - see DSNPWR.cpy)
      *> it is shown ahead of the plan, so step 1 starts from the
      *> reason and the last input line rather than from a re-run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY ANSOSEL.

           COPY RPGNSEL.

           SELECT SNAPIN ASSIGN TO DYNAMIC SNAPIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SNAPIN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPRPT.

       COPY ANSOFD.

       COPY RPGNFD.

       FD  SNAPIN.
       01  SNAPIN-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSOWS.
           COPY RPGNWS.
           05 STEPRPT-FS      PIC XX.
           05 RUNSTAT-FS      PIC XX.
           05 BKUPGEN-FS      PIC XX.
           05 FAIL-PGM        PIC X(8).
           05 FAIL-RC         PIC X(5).
           05 FAIL-LINE       PIC X(100).
           05 FAIL-RUNID      PIC X(16).
           05 SNAPIN-FS       PIC XX.
           05 SNAPIN-DSN      PIC X(80).
           05 SNAP-CNT        PIC 9(2)  VALUE 0.
           05 RC-POS          PIC S9(4) COMP.
           05 RC-TAL          PIC 9(2).
           05 RC-VAL          PIC 9(4).
              88 FAILURE-FOUND        VALUE 'Y'.
           05 UNSOUND-FLAG    PIC X   VALUE 'N'.
              88 HISTORY-UNSOUND      VALUE 'Y'.
           05 SNAPIN-FLAG     PIC X   VALUE 'C'.
              88 SNAPIN-EOF           VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

           DISPLAY 'FAILED STEP: ' FAIL-PGM ' ENDED RC ' FAIL-RC
           DISPLAY '  ' FAIL-LINE(1:90)
           DISPLAY ' '
           PERFORM SHOW-DIAG-SNAPSHOTS
           DISPLAY 'RECOVERY PLAN:'

           ADD 1 TO PLAN-NO
           DISPLAY ' ' PLAN-NO '. FIX THE CAUSE BEHIND ' FAIL-PGM
                   ' (SEE ITS EXCPRPT/AUDTLOG ENTRIES AND THE '
                   'STAGING REPORT FOR ITS INPUT)'
           IF SNAP-CNT > 0
             DISPLAY '    START FROM THE SNAPSHOT ABOVE - ITS REASON, '
                     'LAST LINE AND TABLE COUNTS SAY WHERE IT STOPPED'
           END-IF

           ADD 1 TO PLAN-NO
           IF HISTORY-UNSOUND
                   MOVE STEPRPT-REC(1:8) TO FAIL-PGM
                   MOVE RC-VAL TO FAIL-RC
                   MOVE STEPRPT-REC TO FAIL-LINE
                   PERFORM PARSE-STEP-RUNID
                 END-IF
               END-IF
               PERFORM READ-STEPRPT-REC
           END-PERFORM
           .

      *> The run id follows ' RUN=' at the end of the same line.
       PARSE-STEP-RUNID SECTION.
           MOVE SPACES TO FAIL-RUNID
           PERFORM VARYING RC-POS FROM 1 BY 1
                     UNTIL RC-POS > 80
             IF STEPRPT-REC(RC-POS:5) = ' RUN='
               MOVE STEPRPT-REC(RC-POS + 5:16) TO FAIL-RUNID
               MOVE 99 TO RC-POS
             END-IF
           END-PERFORM
           .

      *> Every DIAGSNAP generation cataloged under the failed run -
      *> normally the one from the failed step, though a step that
      *> CALLs an engine can leave the engine's as well.
       SHOW-DIAG-SNAPSHOTS SECTION.
           IF FAIL-RUNID = SPACES
             EXIT SECTION
           END-IF
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'C' TO RPTCAT-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS = '00'
             PERFORM READ-RPTCAT-REC
             PERFORM UNTIL RPTCAT-EOF
               IF RPTCAT-REC(46:16) = FAIL-RUNID
                  AND RPTCAT-REC(10:12) = 'DIAGSNAP'
                 ADD 1 TO SNAP-CNT
                 MOVE RPTCAT-REC(63:80) TO SNAPIN-DSN
                 PERFORM SHOW-ONE-SNAPSHOT
               END-IF
               PERFORM READ-RPTCAT-REC
             END-PERFORM
             CLOSE RPTCAT
           END-IF
           IF SNAP-CNT = 0
             DISPLAY 'NO DIAGNOSTIC SNAPSHOT CATALOGED FOR RUN '
                     FAIL-RUNID
             DISPLAY ' '
           END-IF
           .

       SHOW-ONE-SNAPSHOT SECTION.
           DISPLAY 'DIAGNOSTIC SNAPSHOT ' FUNCTION TRIM(SNAPIN-DSN)
                   ':'
           MOVE 'C' TO SNAPIN-FLAG
           OPEN INPUT SNAPIN
           IF SNAPIN-FS NOT = '00'
             DISPLAY '  NO LONGER ON DISK, FILE STATUS=' SNAPIN-FS
             DISPLAY ' '
             EXIT SECTION
           END-IF
           PERFORM READ-SNAPIN-REC
           PERFORM UNTIL SNAPIN-EOF
             DISPLAY '  ' FUNCTION TRIM(SNAPIN-REC, TRAILING)
             PERFORM READ-SNAPIN-REC
           END-PERFORM
           CLOSE SNAPIN
           DISPLAY ' '
           .

       COUNT-COMPLETED-STEPS SECTION.
           OPEN INPUT RUNSTAT
           IF RUNSTAT-FS = '00'
             SET RUNSTAT-EOF TO TRUE
           END-IF
           .

       READ-SNAPIN-REC SECTION.
           READ SNAPIN
           IF SNAPIN-FS NOT = '00'
             SET SNAPIN-EOF TO TRUE
           END-IF
           .

       READ-RPTCAT-REC SECTION.
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
                      OR RPTCAT-REC(1:1) NOT = '*'
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RPTCAT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ RPTCAT
           END-PERFORM
           IF RPTCAT-FS NOT = '00'
             SET RPTCAT-EOF TO TRUE
           END-IF
           .

       COPY SBOXRS.

       COPY MLBLCK.
