      *> reports the operator used to read separately down to one
      *> turnover page: per-phase return codes, step times from
      *> STEPRPT, changed answers from RECONCIL, failed checks from
      *> REGTEST, per-program exception counts, the star totals,
      *> and which control masters changed since the previous close
      *> from the snapshot register CFGDRIFT keeps (CSNPFD.cpy).
      *> One page is what the night operator actually has time to
      *> read. The page gets an HTML rendition through PRTSRV like
      *> any printed report, and there its changed-answers,
      *> failed-checks, stars and drift headings link to the
      *> renditions of the reconciliation, regression, star and
      *> drift reports they were boiled down from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           SELECT STEPRPT ASSIGN TO 'STEPRPT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPRPT-FS.

           SELECT JOBNET ASSIGN TO DYNAMIC JOBNET-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBNET-FS.


           COPY LSEGSEL.

           COPY CSNPSEL.

           COPY RPGNSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       FD  STEPRPT.
       01  STEPRPT-REC        PIC X(100).


       COPY LSEGFD.

       COPY CSNPFD.

       COPY RPGNFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 STEPRPT-FS      PIC XX.
           05 TURNOVER-FS     PIC XX.
           05 TURNOVER-DSN    PIC X(80).
           COPY RUNIWS.
           COPY MNTSWS.
           COPY RPGNWS.
           COPY AUDTWS.
           05 CLOSE-DATE      PIC 9(8).
           05 CLOSE-TIME      PIC 9(8).
           05 JOBNET-FS       PIC XX.
           COPY SUPPWS.
           COPY LSEGWS.
           05 EXCP-WRK-REC    PIC X(160).
           05 STOP-PHASE      PIC X(8).
           05 STOP-RC-ED      PIC -(3)9.
           05 RECON-DSN       PIC X(80).
           05 REGR-DSN        PIC X(80).
           05 STAR-DSN        PIC X(80).
           05 CFGSNAP-FS      PIC XX.
           05 DRIFT-DSN       PIC X(80).
           05 DRIFT-GEN       PIC 9(4).
           05 DRIFT-DATE      PIC X(8).
           05 DRIFT-RUN-ID    PIC X(16).
           05 DRIFT-MST-CNT   PIC 9(4).

       COPY MSGCWS.

       COPY PRTCWS.

       01  SWITCHES.
           05 STEPRPT-FLAG    PIC X   VALUE 'C'.
              88 STEPRPT-EOF          VALUE 'E'.
              88 GENFILE-EOF          VALUE 'E'.
           05 EXCP-FND-FLAG   PIC X   VALUE 'N'.
              88 EXCP-FOUND           VALUE 'Y'.
           05 CFGSNAP-FLAG    PIC X   VALUE 'C'.
              88 CFGSNAP-EOF          VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM NEW-RUN-ID
           MOVE 'CLOSEJOB' TO RPGN-PGM

      *> No close under the maintenance switch (QUIESCE.cbl); the
      *> refusal goes to the message log so the turnover reader
      *> sees why the night's close did not run.
           PERFORM LOAD-MAINT-STATE
           IF MAINT-ACTIVE
             MOVE 'MN0003' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE 'CLOSEJOB' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING 'CLOSEJOB REFUSED - MAINTENANCE SWITCH SET BY '
                    FUNCTION TRIM(MNTS-OPER) ' UNTIL '
                    MNTS-END-DATE ' ' MNTS-END-TIME
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             MOVE 'CLOSEJOB' TO MNTS-PGM
             PERFORM REFUSE-IF-MAINT
           END-IF

           PERFORM LOAD-JOBNET

      *> The close's own START, each phase's PHASEBEG/PHASEEND and
      *> the close's END go to the audit log under the close's id -
      *> the record CLOSESLA.cbl measures the night against its
      *> commitment from.
           MOVE 'CLOSEJOB' TO AUDT-PGM
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM LOG-CLOSE-EVENT

           PERFORM VARYING JN-IX FROM 1 BY 1 UNTIL JN-IX > JN-CNT
             PERFORM RUN-ONE-PHASE
           END-PERFORM

           DISPLAY 'CLOSEJOB: TURNOVER WRITTEN TO '
                   FUNCTION TRIM(TURNOVER-DSN)
           IF CHAIN-STOPPED
             MOVE 'CJ0002' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             MOVE 'CLOSEJOB' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING 'THE CLOSE CHAIN STOPPED AT PHASE '
                    FUNCTION TRIM(STOP-PHASE) ' RC '
                    FUNCTION TRIM(STOP-RC-ED)
                    ' - LATER PHASES DID NOT RUN'
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
           END-IF
           IF ANY-PHASE-NONZERO
             MOVE 'CJ0001' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE 4 TO RETURN-CODE
           END-IF

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM LOG-CLOSE-EVENT

           GOBACK
           .

           ELSE
             PERFORM CHECK-PHASE-PRED
             IF JN-STATE(JN-IX) NOT = 'S'
               MOVE 'PHASEBEG' TO AUDT-EVENT
               MOVE 0 TO AUDT-RC
               PERFORM LOG-PHASE-EVENT
               MOVE 0 TO RETURN-CODE
               CALL JN-PGM(JN-IX)
               END-CALL
               MOVE RETURN-CODE TO JN-RC(JN-IX)
               MOVE 0 TO RETURN-CODE
               MOVE 'PHASEEND' TO AUDT-EVENT
               MOVE JN-RC(JN-IX) TO AUDT-RC
               PERFORM LOG-PHASE-EVENT
               MOVE 'R' TO JN-STATE(JN-IX)
               IF JN-RC(JN-IX) NOT = 0
                 SET ANY-PHASE-NONZERO TO TRUE
               END-IF
               IF JN-RC(JN-IX) NOT < JN-STOP-RC(JN-IX)
                 SET CHAIN-STOPPED TO TRUE
                 MOVE JN-PHASE(JN-IX) TO STOP-PHASE
                 MOVE JN-RC(JN-IX) TO STOP-RC-ED
                 DISPLAY 'CLOSEJOB: PHASE ' JN-PHASE(JN-IX)
                         ' ENDED RC ' JN-RC(JN-IX)
                         ' AT OR ABOVE ITS STOP GRADE '
           END-IF
           .

      *> A phase record names the phase and its program where a
      *> program's own records carry their build (see AUDTFD.cpy).
       LOG-PHASE-EVENT SECTION.
           MOVE SPACES TO AUDT-BUILD
           STRING JN-PHASE(JN-IX) JN-PGM(JN-IX)
                  DELIMITED BY SIZE INTO AUDT-BUILD
           PERFORM LOG-CLOSE-EVENT
           MOVE SPACES TO AUDT-BUILD
           .

       LOG-CLOSE-EVENT SECTION.
           PERFORM OPEN-AUDTLOG
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           .

       WRITE-TURNOVER-PAGE SECTION.
           ACCEPT CLOSE-DATE FROM DATE YYYYMMDD
           ACCEPT CLOSE-TIME FROM TIME
           MOVE 'RECONRPT' TO RPGN-RPT
           PERFORM FIND-LAST-RPTGEN
           MOVE 'CLOSEJOB' TO RPGN-PGM
           MOVE RPGN-DSN TO RECON-DSN
           MOVE 0 TO CHANGED-CNT
           PERFORM SCAN-CHANGED-LINES
           IF CHANGED-CNT = 0
           MOVE 'REGRPT' TO RPGN-RPT
           PERFORM FIND-LAST-RPTGEN
           MOVE 'CLOSEJOB' TO RPGN-PGM
           MOVE RPGN-DSN TO REGR-DSN
           MOVE 0 TO FAILED-CNT
           PERFORM SCAN-FAILED-LINES
           IF FAILED-CNT = 0
           MOVE 'STARRPT' TO RPGN-RPT
           PERFORM FIND-LAST-RPTGEN
           MOVE 'CLOSEJOB' TO RPGN-PGM
           MOVE RPGN-DSN TO STAR-DSN
           PERFORM SCAN-STAR-LINES
           MOVE SPACES TO TURNOVER-REC
           STRING '   ' EARNED-CNT ' OF ' STAR-TOT-CNT
                  INTO TURNOVER-REC
           WRITE TURNOVER-REC

           MOVE '-- CONTROL-MASTER DRIFT (CFGDRIFT)' TO TURNOVER-REC
           WRITE TURNOVER-REC
           MOVE 'CFGDRIFT' TO RPGN-PGM
           MOVE 'DRIFTRPT' TO RPGN-RPT
           PERFORM FIND-LAST-RPTGEN
           MOVE 'CLOSEJOB' TO RPGN-PGM
           MOVE RPGN-DSN TO DRIFT-DSN
           PERFORM SCAN-DRIFT-REGISTER

           MOVE 'END OF TURNOVER' TO TURNOVER-REC
           WRITE TURNOVER-REC

           CLOSE TURNOVER
           PERFORM RENDER-TURNOVER-PAGE
           .

      *> Each section heading is linked to the report it came from
      *> (FIND-LAST-RPTGEN leaves RPGN-DSN blank when there was
      *> none), then the page is rendered.
       RENDER-TURNOVER-PAGE SECTION.
           MOVE TURNOVER-DSN TO PRT-DSN
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'NIGHTLY CLOSE TURNOVER' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           MOVE '-- CHANGED ANSWERS (RECONCIL)' TO PRT-LINE
           MOVE RECON-DSN TO PRT-LINK
           PERFORM LINK-TURNOVER-LINE
           MOVE '-- FAILED CHECKS (REGTEST)' TO PRT-LINE
           MOVE REGR-DSN TO PRT-LINK
           PERFORM LINK-TURNOVER-LINE
           MOVE '-- STARS (STARLOG)' TO PRT-LINE
           MOVE STAR-DSN TO PRT-LINK
           PERFORM LINK-TURNOVER-LINE
           MOVE '-- CONTROL-MASTER DRIFT (CFGDRIFT)' TO PRT-LINE
           MOVE DRIFT-DSN TO PRT-LINK
           PERFORM LINK-TURNOVER-LINE
           MOVE SPACES TO PRT-LINK
           MOVE 'H' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       LINK-TURNOVER-LINE SECTION.
           IF PRT-LINK NOT = SPACES
             MOVE 'K' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-IF
           .

       COPY-STEP-LINES SECTION.
           IF GENFILE-FS = '00'
             PERFORM READ-GENFILE-REC
             PERFORM UNTIL GENFILE-EOF
               IF GENFILE-REC(1:1) = '*'
                 MOVE 'EXCPMSTR' TO MLBL-FILE
                 MOVE GENFILE-REC TO MLBL-REC
                 PERFORM CHECK-MASTER-LABEL
               ELSE
                 MOVE GENFILE-REC TO EXCP-WRK-REC
                 PERFORM APPLY-CLOSE-EXCP-REC
               END-IF
               PERFORM READ-GENFILE-REC
             END-PERFORM
             CLOSE GENFILE
           END-IF
           .

      *> The newest snapshot generation on the register: when and
      *> under which run it was taken, then each master it found
      *> changed (records added, removed, changed) or could not
      *> snapshot. The full record-by-record list is the DRIFTRPT
      *> report the heading links to.
       SCAN-DRIFT-REGISTER SECTION.
           MOVE 0 TO DRIFT-GEN DRIFT-MST-CNT
           MOVE 'C' TO CFGSNAP-FLAG
           OPEN INPUT CFGSNAP
           IF CFGSNAP-FS NOT = '00'
             MOVE '   NO CONTROL-MASTER SNAPSHOT TAKEN YET'
               TO TURNOVER-REC
             WRITE TURNOVER-REC
             EXIT SECTION
           END-IF
           PERFORM READ-CFGSNAP-REC
           PERFORM UNTIL CFGSNAP-EOF
             IF CFGSNAP-REC(1:4) IS NUMERIC
                AND CFGSNAP-REC(1:4) NOT < DRIFT-GEN
               MOVE CFGSNAP-REC(1:4) TO DRIFT-GEN
               MOVE CFGSNAP-REC(6:8) TO DRIFT-DATE
               MOVE CFGSNAP-REC(24:16) TO DRIFT-RUN-ID
             END-IF
             PERFORM READ-CFGSNAP-REC
           END-PERFORM
           CLOSE CFGSNAP

           MOVE SPACES TO TURNOVER-REC
           STRING '   SNAPSHOT G' DRIFT-GEN ' OF ' DRIFT-DATE
                  ' RUN=' DRIFT-RUN-ID
                  INTO TURNOVER-REC
           WRITE TURNOVER-REC
           MOVE 'C' TO CFGSNAP-FLAG
           OPEN INPUT CFGSNAP
           PERFORM READ-CFGSNAP-REC
           PERFORM UNTIL CFGSNAP-EOF
             IF CFGSNAP-REC(1:4) = DRIFT-GEN
               MOVE SPACES TO TURNOVER-REC
               EVALUATE TRUE
                 WHEN CFGSNAP-REC(50:1) = 'E'
                   STRING '   ' CFGSNAP-REC(41:8)
                          ' SNAPSHOT NOT WRITTEN - NEXT CLOSE HAS '
                          'NOTHING TO COMPARE'
                          INTO TURNOVER-REC
                 WHEN CFGSNAP-REC(59:6) NOT = '000000'
                   OR CFGSNAP-REC(66:6) NOT = '000000'
                   OR CFGSNAP-REC(73:6) NOT = '000000'
                   STRING '   ' CFGSNAP-REC(41:8) ' '
                          CFGSNAP-REC(59:6) ' ADDED '
                          CFGSNAP-REC(66:6) ' REMOVED '
                          CFGSNAP-REC(73:6) ' CHANGED'
                          INTO TURNOVER-REC
               END-EVALUATE
               IF TURNOVER-REC NOT = SPACES
                 ADD 1 TO DRIFT-MST-CNT
                 WRITE TURNOVER-REC
               END-IF
             END-IF
             PERFORM READ-CFGSNAP-REC
           END-PERFORM
           CLOSE CFGSNAP
           IF DRIFT-MST-CNT = 0
             MOVE '   NO CONTROL MASTER CHANGED' TO TURNOVER-REC
             WRITE TURNOVER-REC
           END-IF
           .

       READ-CFGSNAP-REC SECTION.
           READ CFGSNAP
           IF CFGSNAP-FS NOT = '00'
             SET CFGSNAP-EOF TO TRUE
           END-IF
           .

       READ-GENFILE-REC SECTION.
           READ GENFILE
           IF GENFILE-FS NOT = '00'
           END-IF
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY RPGNGET.
       COPY LSEGRD.

       COPY SBOXRS.

       COPY MLBLCK.
