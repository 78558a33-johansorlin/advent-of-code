      *> fingerprints from the register for the files consumed, the
      *> START/END/ABEND events and return codes from AUDTLOG, the
      *> step timings from STEPHIST, and the report generations
      *> RPTCAT cataloged under the run - with any abend diagnostic
      *> snapshot (DIAGSNAP) a step left behind reproduced in full,
      *> and then every step's captured console output (SYSOUT).
      *> Every join is on the run id the shared writers already
      *> stamp everywhere.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY RPGNSEL.

           SELECT SNAPIN ASSIGN TO DYNAMIC SNAPIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SNAPIN-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY ANSHFD.

       COPY RPGNFD.

       FD  SNAPIN.
       01  SNAPIN-REC         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSHWS.
           COPY RPGNWS.
           05 FINGPRNT-FS     PIC XX.
           05 STEPHIST-FS     PIC XX.
           05 SNAPIN-FS       PIC XX.
           05 SNAPIN-DSN      PIC X(80).
           05 PACK-RUNID      PIC X(16).
           05 SECT-CNT        PIC 9(4).
           05 TOTAL-CNT       PIC 9(4)  VALUE 0.
              88 STEPHIST-EOF         VALUE 'E'.
           05 RPTCAT-RD-FLAG  PIC X   VALUE 'C'.
              88 RPTCAT-RD-EOF        VALUE 'E'.
           05 SNAPIN-FLAG     PIC X   VALUE 'C'.
              88 SNAPIN-EOF           VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM PACK-AUDIT-EVENTS
           PERFORM PACK-STEP-TIMINGS
           PERFORM PACK-REPORT-GENS
           PERFORM PACK-DIAG-SNAPSHOTS
           PERFORM PACK-SYSOUTS

           MOVE SPACES TO PRT-LINE
           STRING 'END OF EVIDENCE PACK - ' TOTAL-CNT
                  ' RECORD(S) BOUND FOR RUN ' PACK-RUNID
                  INTO PRT-LINE
           PERFORM PRINT-PACK-TOTAL
           IF TOTAL-CNT = 0
             DISPLAY 'PROVRPT: NOTHING ON RECORD FOR RUN '
                     PACK-RUNID ' - CHECK THE ID'
           END-CALL
           .

       PRINT-PACK-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-SECTION-COUNT SECTION.
           IF SECT-CNT = 0
             MOVE '   NONE ON RECORD' TO PRT-LINE
           PERFORM PRINT-SECTION-COUNT
           .

      *> A step that ended RC 16 catalogs its diagnostic snapshot
      *> as a DIAGSNAP generation under the run (see DSNPWR.cpy);
      *> each one is reproduced line for line, since the last line
      *> read and the table counts are exactly what an auditor
      *> asking about a failed run wants to see. A snapshot that
      *> has since rolled off the retention window is said so.
       PACK-DIAG-SNAPSHOTS SECTION.
           MOVE 0 TO SECT-CNT
           MOVE '-- ABEND DIAGNOSTIC SNAPSHOTS (DIAGSNAP)' TO PRT-LINE
           PERFORM PRINT-PACK-LINE
           MOVE 'C' TO RPTCAT-RD-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS = '00'
             PERFORM READ-RPTCAT-PACK-REC
             PERFORM UNTIL RPTCAT-RD-EOF
               IF RPTCAT-REC(46:16) = PACK-RUNID
                  AND RPTCAT-REC(10:12) = 'DIAGSNAP'
                 ADD 1 TO SECT-CNT TOTAL-CNT
                 MOVE RPTCAT-REC(63:80) TO SNAPIN-DSN
                 PERFORM PRINT-ONE-SNAPSHOT
               END-IF
               PERFORM READ-RPTCAT-PACK-REC
             END-PERFORM
             CLOSE RPTCAT
           END-IF
           PERFORM PRINT-SECTION-COUNT
           .

      *> Each step a driver ran under the run left its console
      *> output as a SYSOUT generation (see SYSOCWS.cpy); it is
      *> reproduced the same way as a snapshot, so the pack shows
      *> what the step told the operator alongside what it
      *> recorded. The HTML copy of each is the same lines again and
      *> is left out.
       PACK-SYSOUTS SECTION.
           MOVE 0 TO SECT-CNT
           MOVE '-- STEP CONSOLE OUTPUT (SYSOUT)' TO PRT-LINE
           PERFORM PRINT-PACK-LINE
           MOVE 'C' TO RPTCAT-RD-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS = '00'
             PERFORM READ-RPTCAT-PACK-REC
             PERFORM UNTIL RPTCAT-RD-EOF
               IF RPTCAT-REC(46:16) = PACK-RUNID
                  AND RPTCAT-REC(10:12) = 'SYSOUT'
                  AND RPTCAT-REC(185:4) NOT = 'HTML'
                 ADD 1 TO SECT-CNT TOTAL-CNT
                 MOVE RPTCAT-REC(63:80) TO SNAPIN-DSN
                 PERFORM PRINT-ONE-SNAPSHOT
               END-IF
               PERFORM READ-RPTCAT-PACK-REC
             END-PERFORM
             CLOSE RPTCAT
           END-IF
           PERFORM PRINT-SECTION-COUNT
           .

       PRINT-ONE-SNAPSHOT SECTION.
           MOVE SPACES TO PRT-LINE
           STRING '   ' FUNCTION TRIM(SNAPIN-DSN) ':'
                  INTO PRT-LINE
           PERFORM PRINT-PACK-LINE
           MOVE 'C' TO SNAPIN-FLAG
           OPEN INPUT SNAPIN
           IF SNAPIN-FS NOT = '00'
             MOVE SPACES TO PRT-LINE
             STRING '     NO LONGER ON DISK, FILE STATUS=' SNAPIN-FS
                    INTO PRT-LINE
             PERFORM PRINT-PACK-LINE
             EXIT SECTION
           END-IF
           PERFORM READ-SNAPIN-REC
           PERFORM UNTIL SNAPIN-EOF
             MOVE SPACES TO PRT-LINE
             STRING '     ' SNAPIN-REC INTO PRT-LINE
             PERFORM PRINT-PACK-LINE
             PERFORM READ-SNAPIN-REC
           END-PERFORM
           CLOSE SNAPIN
           .

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

       READ-FINGPRNT-REC SECTION.
           READ FINGPRNT
           PERFORM UNTIL FINGPRNT-FS NOT = '00'
                      OR FINGPRNT-REC(1:1) NOT = '*'
             MOVE 'FINGPRNT' TO MLBL-FILE
             MOVE FINGPRNT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ FINGPRNT
           END-PERFORM
           IF FINGPRNT-FS NOT = '00'
             SET FINGPRNT-EOF TO TRUE
           END-IF

       READ-AUDTLOG-REC SECTION.
           READ AUDTLOG
           PERFORM UNTIL AUDTLOG-FS NOT = '00'
                      OR AUDTLOG-REC(1:1) NOT = '*'
             MOVE 'AUDTLOG' TO MLBL-FILE
             MOVE AUDTLOG-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ AUDTLOG
           END-PERFORM
           IF AUDTLOG-FS NOT = '00'
             SET AUDTLOG-EOF TO TRUE
           END-IF

       READ-RPTCAT-PACK-REC SECTION.
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
                      OR RPTCAT-REC(1:1) NOT = '*'
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RPTCAT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ RPTCAT
           END-PERFORM
           IF RPTCAT-FS NOT = '00'
             SET RPTCAT-RD-EOF TO TRUE
           END-IF
           .

       READ-SNAPIN-REC SECTION.
           READ SNAPIN
           IF SNAPIN-FS NOT = '00'
             SET SNAPIN-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
