       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY PZLCSEL.

           COPY LOCKSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY PZLCFD.

       COPY LOCKFD.
           05 MENU-CHOICE     PIC X(2).
           05 CUSTOM-DSN      PIC X(80).
           COPY RUNIWS.
           COPY MNTSWS.
           COPY PZLCWS.
           COPY LOCKWS.
           COPY ANSHWS.
           05 SIT-FP-CNT      PIC 9    VALUE 0.
           05 CONFIRM-FLAG    PIC X    VALUE 'N'.
              88 RUN-CONFIRMED         VALUE 'Y'.
           05 OVR-BAD-FLAG    PIC X    VALUE 'N'.
              88 OVERRIDE-BAD          VALUE 'Y'.

       COPY CREDCWS.

       COPY PDEFCWS.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

      *> Interactive front end to the cataloged puzzle programs, for
      *> OPMENU change; each selection steers the program the same
      *> way RUNALL.cbl does, via the PZLINPUT_DSN and per-step mode
      *> environment-variable overrides every program already honors
      *> standalone. Those overrides are checked against the
      *> parameter definition master (PARMDEF.txt, through
      *> PDEFSRV.cbl) before anything runs: a session whose
      *> environment carries an invalid one is refused at sign-on,
      *> and a step whose input or mode value would be invalid is
      *> not run.
       MAIN SECTION.
      *> Sign-on: the operator identifies themselves once per
      *> session; an OPER_ID already in the environment (a scheduler
      *> or wrapper script) names the operator. Either way the
      *> credential service (CREDSRV.cbl) then wants the PIN - an id
      *> alone is no longer a signature - and a wrong, locked or
      *> unenrolled id ends the session RC 8. A good sign-on leaves
      *> the session token in the environment for the programs run
      *> from here.
           MOVE SPACES TO OPERATOR-ID
           ACCEPT OPERATOR-ID FROM ENVIRONMENT 'OPER_ID'
           IF OPERATOR-ID = SPACES

           PERFORM NEW-RUN-ID

      *> No menu sessions while the system is under maintenance.
           MOVE 'OPMENU' TO MNTS-PGM
           PERFORM REFUSE-IF-MAINT

      *> Every step run from the menu is an interactive run as far
      *> as the chargeback rates are concerned.
           MOVE 'RUN_TYPE' TO ENV-NAME
           MOVE 'I' TO ENV-VALUE
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE

           MOVE 'S' TO CRED-ACTION
           MOVE OPERATOR-ID TO CRED-OPER
           MOVE 'OPMENU' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE SPACES TO CRED-FUNC CRED-BY
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL
           IF NOT CRED-VERIFIED
             DISPLAY 'SIGN-ON REFUSED: ' FUNCTION TRIM(CRED-REASON)
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-PZLCAT

           PERFORM CHECK-OVERRIDES-IN-FORCE
           IF OVERRIDE-BAD
             DISPLAY 'SESSION REFUSED - CORRECT OR UNSET THE '
                     'OVERRIDE(S) ABOVE; PARMREF LISTS WHAT EACH '
                     'ACCEPTS'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

      *> Enqueue after the catalog load - LOAD-PZLCAT can end the run
      *> with RC 16, and a fatal exit between taking and releasing
      *> the lock would leave every later run refused by a ghost.
             ELSE
             MOVE SD-INPUT-DSN(SDX) TO ENV-VALUE
             PERFORM ACCEPT-DATASET
             PERFORM CHECK-STEP-OVERRIDES
             IF OVERRIDE-BAD
               DISPLAY 'STEP NOT RUN'
             ELSE
             IF SD-MODE-ENV(SDX) NOT = SPACES
               MOVE SD-MODE-ENV(SDX) TO ENV-NAME
               MOVE SD-MODE-VAL(SDX) TO ENV-VALUE
               DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
               DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
             END-IF
             PERFORM OPEN-STEP-SYSOUT
             MOVE 0 TO RETURN-CODE
             CALL SD-PGM(SDX)
             END-CALL
             PERFORM CLOSE-STEP-SYSOUT
             PERFORM CHECK-STEP-RC
             END-IF
             END-IF
           END-IF
           .

               MOVE 'D4PZ1CTL.txt' TO CTL-DSN
             WHEN 'DAY4PZL2'
               MOVE 'D4PZ2CTL.txt' TO CTL-DSN
             WHEN 'DAY5PZL1'
               MOVE 'D5PZ1CTL.txt' TO CTL-DSN
             WHEN 'DAY5PZL2'
               MOVE 'D5PZ2CTL.txt' TO CTL-DSN
             WHEN 'DAY01'
               MOVE 'DAY01CTL.txt' TO CTL-DSN
             WHEN 'DAY02'

       READ-SIT-ANSHIST SECTION.
           READ ANSHIST
           PERFORM UNTIL ANSHIST-FS NOT = '00'
                      OR ANSHIST-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE ANSHIST-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ ANSHIST
           END-PERFORM
           IF ANSHIST-FS NOT = '00'
             SET ANSHIST-RD-EOF TO TRUE
           END-IF

       READ-SIT-FINGPRNT SECTION.
           READ FINGPRNT
           PERFORM UNTIL FINGPRNT-FS NOT = '00'
                      OR FINGPRNT-REC(1:1) NOT = '*'
             MOVE 'FINGPRNT' TO MLBL-FILE
             MOVE FINGPRNT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ FINGPRNT
           END-PERFORM
           IF FINGPRNT-FS NOT = '00'
             SET FNGP-RD-EOF TO TRUE
           END-IF
           .

      *> Every override the session's environment carries, against
      *> the parameter master. No master means nothing can be
      *> checked - the session goes ahead with a warning.
       CHECK-OVERRIDES-IN-FORCE SECTION.
           MOVE 'N' TO OVR-BAD-FLAG
           MOVE 'F' TO PDEF-ACTION
           CALL 'PDEFSRV' USING PDEF-CTL
           END-CALL
           IF PDEF-NO-MASTER
             DISPLAY 'WARNING: ' FUNCTION TRIM(PDEF-REASON)
                     ' - ENVIRONMENT OVERRIDES NOT CHECKED'
             EXIT SECTION
           END-IF
           PERFORM UNTIL PDEF-END
             IF PDEF-INVALID
               SET OVERRIDE-BAD TO TRUE
               DISPLAY 'INVALID OVERRIDE ' FUNCTION TRIM(PDEF-NAME)
                       '=' FUNCTION TRIM(PDEF-SHOW) ' - '
                       FUNCTION TRIM(PDEF-REASON)
             END-IF
             MOVE 'N' TO PDEF-ACTION
             CALL 'PDEFSRV' USING PDEF-CTL
             END-CALL
           END-PERFORM
           .

      *> The two values the menu is about to set for the step: the
      *> input dataset just answered and the catalog's mode value.
       CHECK-STEP-OVERRIDES SECTION.
           MOVE 'N' TO OVR-BAD-FLAG
           MOVE 'C' TO PDEF-ACTION
           MOVE 'PZLINPUT_DSN' TO PDEF-NAME
           MOVE ENV-VALUE TO PDEF-VALUE
           PERFORM CHECK-ONE-STEP-OVERRIDE
           IF SD-MODE-ENV(SDX) NOT = SPACES
             MOVE 'C' TO PDEF-ACTION
             MOVE SD-MODE-ENV(SDX) TO PDEF-NAME
             MOVE SD-MODE-VAL(SDX) TO PDEF-VALUE
             PERFORM CHECK-ONE-STEP-OVERRIDE
           END-IF
           .

       CHECK-ONE-STEP-OVERRIDE SECTION.
           CALL 'PDEFSRV' USING PDEF-CTL
           END-CALL
           IF PDEF-INVALID OR PDEF-UNDEFINED
             SET OVERRIDE-BAD TO TRUE
             DISPLAY 'INVALID OVERRIDE ' FUNCTION TRIM(PDEF-NAME)
                     '=' FUNCTION TRIM(PDEF-SHOW) ' - '
                     FUNCTION TRIM(PDEF-REASON)
           END-IF
           .

      *> A step run from the menu keeps its console lines in a
      *> cataloged SYSOUT generation the same as a batch step (see
      *> SYSOCWS.cpy). The step's RETURN-CODE is carried across the
      *> closing CALL for CHECK-STEP-RC.
       OPEN-STEP-SYSOUT SECTION.
           MOVE SD-PGM(SDX) TO SYSO-PGM
           MOVE 'O' TO SYSO-ACTION
           CALL 'SYSOSRV' USING SYSO-CTL
           END-CALL
           .

       CLOSE-STEP-SYSOUT SECTION.
           MOVE RETURN-CODE TO SYSO-STEP-RC
           MOVE 'C' TO SYSO-ACTION
           CALL 'SYSOSRV' USING SYSO-CTL
           END-CALL
           IF SYSO-STATUS = '00'
             DISPLAY 'CONSOLE OUTPUT KEPT IN '
                     FUNCTION TRIM(SYSO-DSN)
           END-IF
           MOVE SYSO-STEP-RC TO RETURN-CODE
           .

      *> A fatal I/O or control-total error inside the CALLed program
      *> (see PZLFSCHK.cpy/CTLCHK.cpy) returns RC 16 via GOBACK
      *> rather than taking this whole menu down with STOP RUN, so

       COPY CTLRD.

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY PZLCRD.
       COPY LOCKTK.

       COPY SBOXRS.

       COPY MLBLCK.
