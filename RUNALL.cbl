       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           SELECT STEPHIST ASSIGN TO 'STEPHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPHIST-FS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BKUPGEN-FS.

           SELECT SCHEDMST ASSIGN TO DYNAMIC SCHEDMST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCHEDMST-FS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNQUEUE-FS.

           COPY AUDTSEL.

           COPY RELRSEL.

           COPY SHDWSEL.

      *> Scratch reader for the counters a shadow run is measured
      *> by - the shadow answer-sequence counter and either side's
      *> exception master - named at the point of use.
           SELECT SHADSCAN ASSIGN TO DYNAMIC SHAD-SCAN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHAD-SCAN-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       FD  STEPHIST.
       01  STEPHIST-REC       PIC X(100).

       FD  RUNQUEUE.
       01  RUNQUEUE-REC       PIC X(110).

       COPY AUDTFD.

       COPY RELRFD.

       COPY SHDWFD.

       FD  SHADSCAN.
       01  SHADSCAN-REC       PIC X(160).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 ENV-NAME        PIC X(20).
           05 STEPHIST-FS     PIC XX.
           05 STEP-DATE       PIC 9(8).
           05 STEP-PGM        PIC X(8).
           05 STEP-REQ        PIC X(8).
           05 STEP-RC         PIC S9(4).
           05 STEP-START-TS.
              10 STEP-START-HH    PIC 99.
           05 STEP-ELAPSED-HUND   PIC 9(8) COMP.
           05 STEP-ELAPSED-SEC    PIC 9(6).
           COPY RUNIWS.
           COPY MNTSWS.
           COPY PZLCWS.
           COPY LOCKWS.
           05 RUNSTAT-FS      PIC XX.
           05 RQ-TBL.
              10 RQ-ENT OCCURS 50 TIMES.
                 15 RQ-REC    PIC X(110).
           COPY AUDTWS.
           COPY RELRWS.
           05 STEP-BUILD      PIC X(16).
           05 BUILD-REJ-CNT   PIC 9(3)  VALUE 0.
           COPY SHDWWS.
           05 SHAD-SCAN-DSN   PIC X(80).
           05 SHAD-SCAN-FS    PIC XX.
           05 SHAD-TODAY      PIC 9(8).
           05 SHAD-CNT        PIC S9(4) COMP VALUE 0.
           05 SHAD-IX         PIC S9(4) COMP.
           05 SHAD-RAN-CNT    PIC 9(3)  VALUE 0.
      *> Candidates registered for tonight, loaded once at start.
           05 SHAD-TBL.
              10 SHAD-ENT OCCURS 20 TIMES.
                 15 SHAD-KEY  PIC X(15).
                 15 SHAD-CAND PIC X(8).
           05 SHAD-CALL-PGM   PIC X(8).
           05 SHAD-OUTCOME    PIC X(8).
           05 SHAD-PROD-RC    PIC S9(4).
           05 SHAD-CAND-RC    PIC S9(4).
           05 SHAD-PROD-HUND  PIC 9(8).
           05 SHAD-CAND-HUND  PIC 9(8).
           05 SHAD-PROD-SEC   PIC 9(6).
           05 SHAD-CAND-SEC   PIC 9(6).
           05 SHAD-EXC-CNT    PIC 9(6).
           05 SHAD-PROD-BASE  PIC 9(6).
           05 SHAD-CAND-BASE  PIC 9(6).
           05 SHAD-PROD-EXC   PIC 9(6).
           05 SHAD-CAND-EXC   PIC 9(6).
           05 SHAD-SEQ-VAL    PIC 9(6).
           05 SHAD-SEQ-FROM   PIC 9(6).
           05 SHAD-SEQ-TO     PIC 9(6).
           05 SHAD-SEQ-DSN    PIC X(80).
           05 SHAD-EXC-DSN    PIC X(80).
           05 SHAD-START-TS.
              10 SHAD-START-HH    PIC 99.
              10 SHAD-START-MM    PIC 99.
              10 SHAD-START-SS    PIC 99.
              10 SHAD-START-HS    PIC 99.
           05 SHAD-END-TS.
              10 SHAD-END-HH      PIC 99.
              10 SHAD-END-MM      PIC 99.
              10 SHAD-END-SS      PIC 99.
              10 SHAD-END-HS      PIC 99.

       COPY MSTRLST.


       COPY MSGCWS.

       COPY SYSOCWS.

       01  SWITCHES.
           05 BATCH-ABORT-FLAG    PIC X   VALUE 'N'.
              88 BATCH-ABORTED            VALUE 'Y'.
              88 RUNQUEUE-RD-EOF          VALUE 'E'.
           05 RQ-STEP-FLAG        PIC X   VALUE 'N'.
              88 RQ-STEP-FOUND            VALUE 'Y'.
           05 RELCHK-FLAG         PIC X   VALUE 'N'.
              88 RELCHK-ACTIVE            VALUE 'Y'.
           05 SHAD-STEP-FLAG      PIC X   VALUE 'N'.
              88 STEP-SHADOWED            VALUE 'Y'.
           05 SHAD-SCAN-FLAG      PIC X   VALUE 'C'.
              88 SHAD-SCAN-EOF            VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

      *> Runs every cataloged puzzle step as one job, in catalog
      *> time, elapsed time and return code are logged to STEPRPT.txt
      *> (see START-STEP/END-STEP below); this is separate from
      *> AUDTLOG.txt, which each called program writes to on its own
      *> behalf. What each step says on the console is captured into
      *> its own cataloged SYSOUT generation as well (see
      *> OPEN-STEP-SYSOUT below).
      *>
      *> A fatal error in any step (RETURN-CODE 16 - see PZLFSCHK.cpy/
      *> CTLCHK.cpy) sets BATCH-ABORTED once END-STEP logs it, and
             GOBACK
           END-IF

      *> Under the maintenance switch (QUIESCE.cbl) the batch does
      *> not start - the forecast above touches nothing, so it is
      *> still allowed. The refusal goes to the message log so the
      *> morning shift sees why the night's work did not run.
           PERFORM LOAD-MAINT-STATE
           IF MAINT-ACTIVE
             PERFORM SET-MSG-STAMP
             MOVE 'MN0003' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE SPACES TO MSG-TEXT
             STRING 'RUNALL REFUSED - MAINTENANCE SWITCH SET BY '
                    FUNCTION TRIM(MNTS-OPER) ' UNTIL '
                    MNTS-END-DATE ' ' MNTS-END-TIME
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             MOVE 'RUNALL' TO MNTS-PGM
             PERFORM REFUSE-IF-MAINT
           END-IF

      *> Enqueue after the catalog load - LOAD-PZLCAT can end the run
      *> with RC 16, and a fatal exit between taking and releasing
      *> the lock would leave every later run refused by a ghost.
             PERFORM LOAD-STEP-AVGS
           END-IF

      *> A recompiled program goes live the moment its load module
      *> is replaced, so once a release register exists every step
      *> must have run a build it approves - see CHECK-STEP-BUILD.
           PERFORM RESOLVE-RELEASE-CHECK

      *> Candidate versions on shadow trial (SHADREG.txt - see
      *> SHDWSEL.cpy) run straight after their production step;
      *> see RUN-STEP-SHADOWS.
           PERFORM LOAD-SHADREG

           MOVE 'STEPRPT.txt' TO PRT-DSN
           MOVE 'BATCH STEP REPORT' TO PRT-TITLE
           MOVE 'PROGRAM  TIMES, ELAPSED AND RETURN CODE PER STEP'
      *> dynamically.
       RUN-CATALOG-STEP SECTION.
           MOVE SD-PGM(SDX) TO STEP-PGM
           MOVE 'B' TO RUN-TYPE
           MOVE SPACES TO STEP-REQ
           PERFORM EXPORT-RUN-TYPE

           MOVE 'PZLINPUT_DSN' TO ENV-NAME
           MOVE SD-INPUT-DSN(SDX) TO ENV-VALUE
             DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           END-IF

           PERFORM FIND-STEP-SHADOWS
           IF STEP-SHADOWED
             MOVE EXCPMSTR-DSN TO SHAD-SCAN-DSN
             PERFORM COUNT-RUN-EXCEPTIONS
             MOVE SHAD-EXC-CNT TO SHAD-PROD-BASE
           END-IF

           PERFORM START-STEP
           PERFORM OPEN-STEP-SYSOUT
      *> RETURN-CODE is a run-unit register the previous step's
      *> warning grade would otherwise leak into this step's report
      *> line - cleared before every CALL.
           CALL STEP-PGM
           END-CALL
           PERFORM END-STEP
           PERFORM CLOSE-STEP-SYSOUT

           IF NOT BATCH-ABORTED
             PERFORM MARK-STEP-DONE
             IF STEP-SHADOWED
               PERFORM RUN-STEP-SHADOWS
             END-IF
           END-IF
           .

           STRING 'PROJECTED BATCH END ' FCST-END-X
                  ' - ' FCST-DEFER-CNT ' STEP(S) WOULD DEFER'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           PERFORM SET-MSG-STAMP
           .

       DRAIN-RUN-QUEUE SECTION.
      *> A maintenance switch set while the cataloged steps ran
      *> holds the queue - the requests stay QUEUED for the first
      *> run after it is cleared.
           PERFORM LOAD-MAINT-STATE
           IF MAINT-ACTIVE
             DISPLAY 'RUNALL: MAINTENANCE SWITCH SET BY '
                     FUNCTION TRIM(MNTS-OPER) ' - QUEUED REQUESTS '
                     'ARE HELD UNTIL IT IS CLEARED'
             EXIT SECTION
           END-IF
           MOVE 0 TO RQ-CNT
           MOVE 'C' TO RUNQUEUE-RD-FLAG
           OPEN INPUT RUNQUEUE
           END-IF

           MOVE SD-PGM(SDX) TO STEP-PGM
           MOVE 'Q' TO RUN-TYPE
           MOVE RQ-REC(RQ-IX)(28:8) TO STEP-REQ
           PERFORM EXPORT-RUN-TYPE
           MOVE 'PZLINPUT_DSN' TO ENV-NAME
           IF RQ-REC(RQ-IX)(47:40) NOT = SPACES
             MOVE RQ-REC(RQ-IX)(47:40) TO ENV-VALUE
           END-IF

           PERFORM START-STEP
           PERFORM OPEN-STEP-SYSOUT
           MOVE 0 TO RETURN-CODE
           CALL STEP-PGM
           END-CALL
           PERFORM END-STEP
           PERFORM CLOSE-STEP-SYSOUT

           IF STEP-RC < 8
             MOVE 'DONE' TO RQ-REC(RQ-IX)(1:8)
           ACCEPT STEP-START-TS FROM TIME
           .

      *> Every line the step writes through WRITE-SYSOUT (SYSOWR.cpy)
      *> also lands in its SYSOUT, a cataloged generation of family
      *> SYSOUT under the step's program id and this run id - see
      *> SYSOCWS.cpy. Opened after START-STEP and closed after
      *> END-STEP has taken the step's RETURN-CODE, so neither the
      *> timing nor the return code is the service's.
       OPEN-STEP-SYSOUT SECTION.
           MOVE STEP-PGM TO SYSO-PGM
           MOVE 'O' TO SYSO-ACTION
           CALL 'SYSOSRV' USING SYSO-CTL
           END-CALL
           .

       CLOSE-STEP-SYSOUT SECTION.
           MOVE STEP-RC TO SYSO-STEP-RC
           MOVE 'C' TO SYSO-ACTION
           CALL 'SYSOSRV' USING SYSO-CTL
           END-CALL
           IF SYSO-STATUS = '00'
             DISPLAY STEP-PGM ' SYSOUT ' FUNCTION TRIM(SYSO-DSN)
                     ' - ' SYSO-CNT ' LINE(S)'
           END-IF
           .

      *> RETURN-CODE is the GnuCOBOL special register most recently set
      *> by the called program before its GOBACK, so it is read here
      *> right after the CALL returns, the same way AUDTWR.cpy's
       END-STEP SECTION.
           ACCEPT STEP-END-TS FROM TIME
           MOVE RETURN-CODE TO STEP-RC
           PERFORM CHECK-STEP-BUILD
           COMPUTE STEP-START-HUND =
               STEP-START-HH * 360000 + STEP-START-MM * 6000
             + STEP-START-SS * 100 + STEP-START-HS
      *> need), so PERFTRND.cbl can trend each step's elapsed time
      *> against its rolling average and flag growth before it blows
      *> the batch window. Fixed offsets: PGM(1:8) DATE(10:8)
      *> START(19:8) END(28:8) ELAPSED(37:6) RC(44:4) RUN-ID(49:16)
      *> BUILD(66:16) - the compile stamp the step ran, spaces when
      *> no release register was in force to look it up - then
      *> RUN-TYPE(83:1), 'B' for a catalog step or 'Q' for a queued
      *> request, and REQUESTER(85:8), who queued it (spaces on a
      *> catalog step), for the chargeback run.
       WRITE-STEPHIST SECTION.
           ACCEPT STEP-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO STEPHIST-REC
           STRING STEP-PGM ' ' STEP-DATE ' ' STEP-START-TS
                  ' ' STEP-END-TS ' ' STEP-ELAPSED-SEC ' ' STEP-RC
                  ' ' RUN-ID ' ' STEP-BUILD ' ' RUN-TYPE
                  ' ' STEP-REQ
                  INTO STEPHIST-REC
           WRITE STEPHIST-REC
           .

      *> The step inherits the run type through RUN_TYPE, so its
      *> own audit records say whether it ran as batch or queued.
       EXPORT-RUN-TYPE SECTION.
           MOVE 'RUN_TYPE' TO ENV-NAME
           MOVE RUN-TYPE TO ENV-VALUE
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           .

      *> The register is optional the way the schedule master is:
      *> until the first RELREG.txt is cut the batch runs exactly as
      *> it always did.
       RESOLVE-RELEASE-CHECK SECTION.
           MOVE 'N' TO RELCHK-FLAG
           OPEN INPUT RELREG
           IF RELREG-FS = '00'
             CLOSE RELREG
             SET RELCHK-ACTIVE TO TRUE
             DISPLAY 'RUNALL: RELEASE REGISTER IN FORCE - EVERY STEP '
                     'MUST RUN AN APPROVED BUILD'
           END-IF
           .

      *> The step has already run - a CALLed load module cannot be
      *> asked its compile stamp beforehand - so the evidence is the
      *> stamp its START record carries under this run id. A build
      *> the register does not approve (unregistered, not yet
      *> effective, or no stamp at all) is graded RC 8 whatever the
      *> step itself returned, which stops the batch like any other
      *> failed step; its answers are on ANSHIST under an unapproved
      *> build, and the operator is told so.
       CHECK-STEP-BUILD SECTION.
           MOVE SPACES TO STEP-BUILD
           IF NOT RELCHK-ACTIVE
             EXIT SECTION
           END-IF
           MOVE STEP-PGM TO RELR-PGM
           MOVE RUN-ID TO RELR-RUN
           PERFORM FIND-RUN-BUILD
           MOVE RELR-BUILD TO STEP-BUILD
           PERFORM CHECK-RELEASE
           IF RELR-APPROVED
             EXIT SECTION
           END-IF

           ADD 1 TO BUILD-REJ-CNT
           IF STEP-RC < 8
             MOVE 8 TO STEP-RC
           END-IF
           MOVE SPACES TO PRT-LINE
           EVALUATE TRUE
             WHEN RELR-NO-BUILD
               STRING STEP-PGM ' BUILD-REJECTED - NO COMPILE STAMP '
                      'ON ITS START RECORD, BUILD CANNOT BE PROVEN'
                      INTO PRT-LINE
             WHEN RELR-PENDING
               STRING STEP-PGM ' BUILD-REJECTED - BUILD ' STEP-BUILD
                      ' NOT EFFECTIVE UNTIL ' RELR-EFF-DATE
                      INTO PRT-LINE
             WHEN OTHER
               STRING STEP-PGM ' BUILD-REJECTED - BUILD ' STEP-BUILD
                      ' IS NOT ON THE RELEASE REGISTER'
                      INTO PRT-LINE
           END-EVALUATE
           MOVE 'STEPRPT.txt' TO PRT-DSN
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM SET-MSG-STAMP
           MOVE 'RA0004' TO MSG-ID
           MOVE 'E' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING FUNCTION TRIM(STEP-PGM) ' RAN BUILD '
                  STEP-BUILD ' - NOT APPROVED ON RELREG.TXT; STEP '
                  'GRADED RC 8'
                  INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

      *> Loads the shadow register - entries whose FROM/TO days
      *> cover today only. No register, nothing shadowed, and the
      *> batch is exactly what it always was.
       LOAD-SHADREG SECTION.
           MOVE 0 TO SHAD-CNT
           ACCEPT SHAD-TODAY FROM DATE YYYYMMDD
           MOVE 'C' TO SHADREG-FLAG
           OPEN INPUT SHADREG
           IF SHADREG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-SHADREG-REC
           PERFORM UNTIL SHADREG-EOF
             IF SHADREG-REC(1:1) NOT = '*'
                AND SHADREG-REC(1:15) NOT = SPACES
                AND SHADREG-REC(17:8) NOT = SPACES
                AND SHADREG-REC(26:8) IS NUMERIC
                AND SHADREG-REC(26:8) NOT > SHAD-TODAY
                AND (SHADREG-REC(35:8) = SPACES
                     OR SHADREG-REC(35:8) NOT < SHAD-TODAY)
                AND SHAD-CNT < 20
               ADD 1 TO SHAD-CNT
               MOVE SHADREG-REC(1:15) TO SHAD-KEY(SHAD-CNT)
               MOVE SHADREG-REC(17:8) TO SHAD-CAND(SHAD-CNT)
             END-IF
             PERFORM READ-SHADREG-REC
           END-PERFORM
           CLOSE SHADREG
           IF SHAD-CNT > 0
             DISPLAY 'RUNALL: ' SHAD-CNT ' CANDIDATE VERSION(S) ON '
                     'SHADOW TRIAL TONIGHT'
           END-IF
           .

       READ-SHADREG-REC SECTION.
           READ SHADREG
           IF SHADREG-FS NOT = '00'
             SET SHADREG-EOF TO TRUE
           END-IF
           .

       FIND-STEP-SHADOWS SECTION.
           MOVE 'N' TO SHAD-STEP-FLAG
           IF SHAD-CNT > 0
             PERFORM BUILD-STEP-KEY
             PERFORM VARYING SHAD-IX FROM 1 BY 1
                       UNTIL SHAD-IX > SHAD-CNT OR STEP-SHADOWED
               IF SHAD-KEY(SHAD-IX) = STEP-KEY
                 SET STEP-SHADOWED TO TRUE
               END-IF
             END-PERFORM
           END-IF
           .

      *> The production step is finished and marked done, so
      *> nothing a candidate does can disturb the restart point;
      *> PZLINPUT_DSN and the mode variable still name this step's
      *> input, so each candidate reads exactly what production
      *> read, under the same run id. Production's side of the
      *> comparison is measured once, before the first candidate.
       RUN-STEP-SHADOWS SECTION.
           MOVE STEP-RC TO SHAD-PROD-RC
           MOVE STEP-ELAPSED-HUND TO SHAD-PROD-HUND
           MOVE EXCPMSTR-DSN TO SHAD-SCAN-DSN
           PERFORM COUNT-RUN-EXCEPTIONS
           COMPUTE SHAD-PROD-EXC = SHAD-EXC-CNT - SHAD-PROD-BASE
           PERFORM BUILD-STEP-KEY
           PERFORM VARYING SHAD-IX FROM 1 BY 1
                     UNTIL SHAD-IX > SHAD-CNT
             IF SHAD-KEY(SHAD-IX) = STEP-KEY
               PERFORM RUN-ONE-SHADOW
             END-IF
           END-PERFORM
           .

      *> SHADOW_RUN=Y is exported for the length of the CALL only:
      *> the candidate, and every program it CALLs - already loaded
      *> by the production step or not - resolves its masters under
      *> the switch (SBOXRS.cpy) and so writes every answer,
      *> exception, log and report to the SHADOW_ copies, and
      *> MSGSRV keeps its messages off the on-call queue. The
      *> candidate is held to the same batch window as production -
      *> one that would overrun the cutoff is skipped, never
      *> deferred - and its return code is recorded, never graded:
      *> a failing candidate is evidence, not an abend of the
      *> batch.
       RUN-ONE-SHADOW SECTION.
           MOVE SHAD-CAND(SHAD-IX) TO SHAD-CALL-PGM
           MOVE 0 TO SHAD-CAND-RC SHAD-CAND-HUND SHAD-CAND-EXC
                     SHAD-SEQ-FROM SHAD-SEQ-TO
           PERFORM CHECK-BATCH-WINDOW
           IF STEP-DEFERRED
             MOVE 'N' TO STEP-DEFER-FLAG
             MOVE 'SKIPPED' TO SHAD-OUTCOME
             PERFORM WRITE-SHADOW-RESULT
             EXIT SECTION
           END-IF

           MOVE ANSHSEQ-DSN TO SBOX-WRK-DSN
           PERFORM SHDW-PREFIX-WRK
           MOVE SBOX-WRK-DSN TO SHAD-SEQ-DSN
           MOVE EXCPMSTR-DSN TO SBOX-WRK-DSN
           PERFORM SHDW-PREFIX-WRK
           MOVE SBOX-WRK-DSN TO SHAD-EXC-DSN
           PERFORM READ-SHADOW-SEQ
           MOVE SHAD-SEQ-VAL TO SHAD-SEQ-FROM
           MOVE SHAD-EXC-DSN TO SHAD-SCAN-DSN
           PERFORM COUNT-RUN-EXCEPTIONS
           MOVE SHAD-EXC-CNT TO SHAD-CAND-BASE

           MOVE 'SHADOW_RUN' TO ENV-NAME
           MOVE 'Y' TO ENV-VALUE
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE 'RAN' TO SHAD-OUTCOME
           ACCEPT SHAD-START-TS FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL SHAD-CALL-PGM
             ON EXCEPTION
               MOVE 'MISSING' TO SHAD-OUTCOME
           END-CALL
           ACCEPT SHAD-END-TS FROM TIME
           MOVE RETURN-CODE TO SHAD-CAND-RC
           MOVE 'SHADOW_RUN' TO ENV-NAME
           MOVE 'N' TO ENV-VALUE
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE

           IF SHAD-OUTCOME = 'RAN'
             COMPUTE SHAD-CAND-HUND =
                 (SHAD-END-HH * 360000 + SHAD-END-MM * 6000
                  + SHAD-END-SS * 100 + SHAD-END-HS)
               - (SHAD-START-HH * 360000 + SHAD-START-MM * 6000
                  + SHAD-START-SS * 100 + SHAD-START-HS)
             PERFORM READ-SHADOW-SEQ
             MOVE SHAD-SEQ-VAL TO SHAD-SEQ-TO
             MOVE SHAD-EXC-DSN TO SHAD-SCAN-DSN
             PERFORM COUNT-RUN-EXCEPTIONS
             COMPUTE SHAD-CAND-EXC = SHAD-EXC-CNT - SHAD-CAND-BASE
           ELSE
             MOVE SHAD-SEQ-FROM TO SHAD-SEQ-TO
           END-IF
           PERFORM WRITE-SHADOW-RESULT
           .

      *> The last sequence number on the shadow answer history - the
      *> candidate's answers are the records numbered after the
      *> value read before its run, up to the value read after.
       READ-SHADOW-SEQ SECTION.
           MOVE 0 TO SHAD-SEQ-VAL
           MOVE SHAD-SEQ-DSN TO SHAD-SCAN-DSN
           OPEN INPUT SHADSCAN
           IF SHAD-SCAN-FS = '00'
             READ SHADSCAN
             IF SHAD-SCAN-FS = '00'
                AND SHADSCAN-REC(1:6) IS NUMERIC
               MOVE SHADSCAN-REC(1:6) TO SHAD-SEQ-VAL
             END-IF
             CLOSE SHADSCAN
           END-IF
           .

      *> Exception-master records under this run id on the master
      *> SHAD-SCAN-DSN names; the caller takes the difference either
      *> side of a step.
       COUNT-RUN-EXCEPTIONS SECTION.
           MOVE 0 TO SHAD-EXC-CNT
           MOVE 'C' TO SHAD-SCAN-FLAG
           OPEN INPUT SHADSCAN
           IF SHAD-SCAN-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-SHADSCAN-REC
           PERFORM UNTIL SHAD-SCAN-EOF
             IF SHADSCAN-REC(46:16) = RUN-ID
               ADD 1 TO SHAD-EXC-CNT
             END-IF
             PERFORM READ-SHADSCAN-REC
           END-PERFORM
           CLOSE SHADSCAN
           .

       READ-SHADSCAN-REC SECTION.
           READ SHADSCAN
           PERFORM UNTIL SHAD-SCAN-FS NOT = '00'
                      OR SHADSCAN-REC(1:1) NOT = '*'
             MOVE 'EXCPMSTR' TO MLBL-FILE
             MOVE SHADSCAN-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ SHADSCAN
           END-PERFORM
           IF SHAD-SCAN-FS NOT = '00'
             SET SHAD-SCAN-EOF TO TRUE
           END-IF
           .

      *> One SHADHIST.txt record per candidate run (layout in
      *> SHDWFD.cpy) for SHADCMP.cbl, and a line on the step report
      *> under the production step it shadowed.
       WRITE-SHADOW-RESULT SECTION.
           ADD 1 TO SHAD-RAN-CNT
           ACCEPT STEP-DATE FROM DATE YYYYMMDD
           OPEN EXTEND SHADHIST
           IF SHADHIST-FS = '35'
             OPEN OUTPUT SHADHIST
           END-IF
           IF SHADHIST-FS = '00'
             MOVE SPACES TO SHADHIST-REC
             STRING STEP-DATE ' ' RUN-ID ' ' STEP-KEY ' '
                    SHAD-CALL-PGM ' ' SHAD-OUTCOME ' '
                    SHAD-PROD-RC ' ' SHAD-CAND-RC ' '
                    SHAD-PROD-HUND ' ' SHAD-CAND-HUND ' '
                    SHAD-PROD-EXC ' ' SHAD-CAND-EXC ' '
                    SHAD-SEQ-FROM ' ' SHAD-SEQ-TO
                    DELIMITED BY SIZE INTO SHADHIST-REC
             WRITE SHADHIST-REC
             CLOSE SHADHIST
           ELSE
             DISPLAY 'RUNALL: SHADHIST.TXT COULD NOT BE OPENED, '
                     'STATUS ' SHADHIST-FS ' - SHADOW RESULT FOR '
                     SHAD-CALL-PGM ' NOT RECORDED'
           END-IF

           COMPUTE SHAD-PROD-SEC = SHAD-PROD-HUND / 100
           COMPUTE SHAD-CAND-SEC = SHAD-CAND-HUND / 100
           MOVE 'STEPRPT.txt' TO PRT-DSN
           MOVE SPACES TO PRT-LINE
           STRING SHAD-CALL-PGM ' SHADOW OF ' STEP-PGM
                  ' - ' FUNCTION TRIM(SHAD-OUTCOME)
                  ' RC=' SHAD-CAND-RC
                  ' ELAPSED-SEC=' SHAD-CAND-SEC ' VS ' SHAD-PROD-SEC
                  ' EXCEPTIONS=' SHAD-CAND-EXC ' VS ' SHAD-PROD-EXC
                  INTO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY 'RUNALL: SHADOW ' SHAD-CALL-PGM ' OF ' STEP-PGM
                   ' ' SHAD-OUTCOME
           .

       SET-MSG-STAMP SECTION.
           MOVE 'RUNALL' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           .

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY PZLCRD.

       COPY LOCKTK.

       COPY RELRRD.

       COPY SBOXRS.

       COPY MLBLCK.
