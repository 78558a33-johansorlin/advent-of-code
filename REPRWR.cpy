      *> Records the repairs this run overlaid (see REPRWS.cpy),
      *> PERFORMed once the control total has passed - a run that
      *> stops on a mismatch has not consumed its repairs, and the
      *> next run applies them again. Each applied repair appends
      *> an APPLIED record to the repair file carrying the original
      *> image, the corrected image and the operator who entered
      *> it, and a REPAIR event to the audit log (which the caller
      *> still has open) with the line number in the BUILD field.
      *> A shadow run overlays the same repairs so its answers are
      *> comparable, but leaves them pending for production.
       RECORD-INPUT-REPAIRS SECTION.
           IF REPR-APPL-CNT = 0
             EXIT SECTION
           END-IF
           MOVE AUDT-BUILD TO REPR-HOLD-BUILD
           IF NOT SHADOW-ACTIVE
             OPEN EXTEND EXCPREPR
             IF EXCPREPR-FS = '35'
               OPEN OUTPUT EXCPREPR
             END-IF
           END-IF
           PERFORM VARYING REPR-IX FROM 1 BY 1
                     UNTIL REPR-IX > REPR-CNT
             IF RP-STATE(REPR-IX) = 'A'
               IF NOT SHADOW-ACTIVE
                 PERFORM WRITE-APPLIED-REPAIR
               END-IF
               MOVE SPACES TO AUDT-BUILD
               STRING 'LINE ' RP-LINE(REPR-IX)
                      DELIMITED BY SIZE INTO AUDT-BUILD
               MOVE 'REPAIR' TO AUDT-EVENT
               MOVE 0 TO AUDT-RC
               PERFORM WRITE-AUDTLOG
             END-IF
           END-PERFORM
           IF NOT SHADOW-ACTIVE
             CLOSE EXCPREPR
           END-IF
           MOVE REPR-HOLD-BUILD TO AUDT-BUILD
           MOVE REPR-APPL-CNT TO SYSO-NUM
           MOVE SPACES TO SYSO-LINE
           STRING
                  FUNCTION TRIM(SYSO-NUM)
                  ' REPAIR(S) APPLIED TO THE INPUT'
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
           .

       WRITE-APPLIED-REPAIR SECTION.
           ACCEPT REPR-DATE FROM DATE YYYYMMDD
           ACCEPT REPR-TIME FROM TIME
           MOVE SPACES TO EXCPREPR-REC
           MOVE EXCM-PGM TO EXCPREPR-REC(1:8)
           MOVE RP-RUN-ID(REPR-IX) TO EXCPREPR-REC(10:16)
           MOVE RP-LINE(REPR-IX) TO EXCPREPR-REC(27:8)
           MOVE 'APPLIED' TO EXCPREPR-REC(36:8)
           MOVE RP-EXC-DATE(REPR-IX) TO EXCPREPR-REC(45:8)
           MOVE RP-EXC-TIME(REPR-IX) TO EXCPREPR-REC(54:8)
           MOVE REPR-DATE TO EXCPREPR-REC(63:8)
           MOVE REPR-TIME TO EXCPREPR-REC(72:8)
           MOVE RP-OPER(REPR-IX) TO EXCPREPR-REC(81:8)
           MOVE RUN-ID TO EXCPREPR-REC(90:16)
           MOVE RP-ORIG(REPR-IX) TO EXCPREPR-REC(107:80)
           MOVE RP-NEW(REPR-IX) TO EXCPREPR-REC(188:80)
           WRITE EXCPREPR-REC
           .
