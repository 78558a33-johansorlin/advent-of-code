      *> list, the tolerance file, the shared-master opens and the
      *> run interlock - and refuses the batch with one consolidated
      *> report while there is still evening left to fix things.
      *> Every environment override in force, and every mode value
      *> the catalog will set for a step, is checked against the
      *> parameter definition master (PARMDEF.txt, through
      *> PDEFSRV.cbl) the same way: DAY03_ENGINE=X or a D1P2_WNDW
      *> of 12 is a failed prerequisite, not a surprise at step 9.
      *> RC 0 means the batch can start; RC 8 means at least one
      *> prerequisite failed and the report names every one of them.
       ENVIRONMENT DIVISION.
           05 FAIL-CNT        PIC 9(3)  VALUE 0.
           05 WARN-CNT        PIC 9(3)  VALUE 0.
           05 PASS-CNT        PIC 9(3)  VALUE 0.
           05 OVR-CNT         PIC 9(3)  VALUE 0.
           05 PARM-TAG        PIC X(15).

       COPY MSTRLST.


       COPY MSGCWS.

       COPY PDEFCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
             END-IF
           END-PERFORM

           PERFORM CHECK-PARAMETERS

           PERFORM CHECK-CONTROL-FILES

           PERFORM CHECK-TOLERANCE-FILE
           STRING 'CHECKS: ' PASS-CNT ' PASSED, ' WARN-CNT
                  ' WARNING(S), ' FAIL-CNT ' FAILED'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           END-CALL
           .

      *> Each override set in the environment, then each mode value
      *> the catalog has RUNALL set for a step. A missing parameter
      *> master only costs the check, so it is a warning.
       CHECK-PARAMETERS SECTION.
           MOVE 'F' TO PDEF-ACTION
           CALL 'PDEFSRV' USING PDEF-CTL
           END-CALL
           IF PDEF-NO-MASTER
             ADD 1 TO WARN-CNT
             MOVE SPACES TO PRT-LINE
             STRING 'PARM  PARMDEF.txt ABSENT - OVERRIDES NOT '
                    'VALIDATED (WARNING)'
                    INTO PRT-LINE
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
             EXIT SECTION
           END-IF
           MOVE 0 TO OVR-CNT
           PERFORM UNTIL PDEF-END
             IF PDEF-SET
               ADD 1 TO OVR-CNT
               PERFORM REPORT-PARAMETER
             END-IF
             MOVE 'N' TO PDEF-ACTION
             CALL 'PDEFSRV' USING PDEF-CTL
             END-CALL
           END-PERFORM
           IF OVR-CNT = 0
             ADD 1 TO PASS-CNT
             MOVE 'PARM  NO ENVIRONMENT OVERRIDES IN FORCE'
               TO PRT-LINE
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-IF

           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
             IF SD-RUN-STEP(SDX) AND SD-MODE-ENV(SDX) NOT = SPACES
               MOVE 'C' TO PDEF-ACTION
               MOVE SD-MODE-ENV(SDX) TO PDEF-NAME
               MOVE SD-MODE-VAL(SDX) TO PDEF-VALUE
               CALL 'PDEFSRV' USING PDEF-CTL
               END-CALL
               PERFORM REPORT-PARAMETER
             END-IF
           END-PERFORM
           .

       REPORT-PARAMETER SECTION.
           MOVE SPACES TO PRT-LINE PARM-TAG
           IF PDEF-ACTION = 'C'
             MOVE 'MODE  ' TO PARM-TAG
             MOVE SD-PGM(SDX) TO PARM-TAG(7:8)
           ELSE
             MOVE 'PARM  ' TO PARM-TAG
           END-IF
           IF PDEF-VALID
             ADD 1 TO PASS-CNT
             STRING PARM-TAG FUNCTION TRIM(PDEF-NAME) '='
                    FUNCTION TRIM(PDEF-SHOW) ' VALID'
                    INTO PRT-LINE
           ELSE
             ADD 1 TO FAIL-CNT
             STRING PARM-TAG FUNCTION TRIM(PDEF-NAME) '='
                    FUNCTION TRIM(PDEF-SHOW) ' *** '
                    FUNCTION TRIM(PDEF-REASON) ' ***'
                    INTO PRT-LINE
           END-IF
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

      *> Every control file on the shared master list (MSTRLST.cpy
      *> names them beside the other masters) must be present and
      *> readable - a control file that has gone missing between
       COPY EXCMOPN.

       COPY SBOXRS.

       COPY MLBLCK.
