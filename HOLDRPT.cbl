       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDRPT.

      *> Audit hold report. Every hold on the register (HOLDREG.txt -
      *> see HOLDFD.cpy) stays in force until someone releases it in
      *> HOLDMNT, whatever its release date says - so a forgotten
      *> release keeps archives, generations, log periods and backups
      *> on disk forever. This lists every hold in force with what
      *> it covers, who placed it, why and when it is due to be
      *> released, flags the ones whose release date has passed as
      *> OVERDUE, and lists the holds released in the last 30 days
      *> with who released them and why. Report family HOLDRPT
      *> through PRTSRV. Overdue holds raise HD0003 and end RC 4;
      *> otherwise HD0004 is logged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLDSEL.

           COPY RPGNSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY HOLDFD.

       COPY RPGNFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY AUDTWS.
           05 HOLDREG-FS      PIC XX.
           05 TODAY-DATE      PIC 9(8).
           05 TODAY-INT       PIC 9(8).
           05 RECENT-DATE     PIC 9(8).
           05 FORCE-CNT       PIC 9(4).
           05 OVERDUE-CNT     PIC 9(4).
           05 RELEASED-CNT    PIC 9(4).
           05 STATUS-TEXT     PIC X(9).
           05 HOLD-SUBJECT    PIC X(50).
           05 DESC-FROM       PIC X(8).
           05 DESC-TO         PIC X(8).
      *> Every hold ever placed, with its release when it has one.
           05 RH-CNT          PIC S9(4) COMP VALUE 0.
           05 RH-IX           PIC S9(4) COMP.
           05 RH-TBL.
              10 RH-ENT OCCURS 500 TIMES.
                 15 RH-ID        PIC X(6).
                 15 RH-TYPE      PIC X.
                 15 RH-KEY       PIC X(16).
                 15 RH-FROM      PIC X(8).
                 15 RH-TO        PIC X(8).
                 15 RH-DUE       PIC X(8).
                 15 RH-OPER      PIC X(8).
                 15 RH-PLACED    PIC X(8).
                 15 RH-REASON    PIC X(40).
                 15 RH-REL-DATE  PIC X(8).
                 15 RH-REL-OPER  PIC X(8).
                 15 RH-REL-NOTE  PIC X(40).

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 HOLDREG-FLAG    PIC X    VALUE 'C'.
              88 HOLDREG-EOF           VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'HOLDRPT' TO RPGN-PGM

           MOVE 'HOLDRPT' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
           COMPUTE RECENT-DATE =
                   FUNCTION DATE-OF-INTEGER(TODAY-INT - 30)

           PERFORM LOAD-REGISTER

           MOVE 'HOLDRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'AUDIT HOLD REPORT' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
      *> A released hold shows the release date under DUE and the
      *> releasing operator under BY.
           STRING 'HOLD   STATUS    DUE      BY       PLACED   '
                  'COVERS'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE 'HOLDS IN FORCE' TO PRT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING RH-IX FROM 1 BY 1 UNTIL RH-IX > RH-CNT
             IF RH-REL-DATE(RH-IX) = SPACES
               PERFORM PRINT-HOLD-IN-FORCE
             END-IF
           END-PERFORM
           IF FORCE-CNT = 0
             MOVE '  NONE - THE PURGES RUN ON THEIR RETENTION RULES'
               TO PRT-LINE
             PERFORM PRINT-LINE
           END-IF

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING 'HOLDS RELEASED SINCE ' RECENT-DATE
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING RH-IX FROM 1 BY 1 UNTIL RH-IX > RH-CNT
             IF RH-REL-DATE(RH-IX) NOT = SPACES
                AND RH-REL-DATE(RH-IX) NOT < RECENT-DATE
               PERFORM PRINT-HOLD-RELEASED
             END-IF
           END-PERFORM
           IF RELEASED-CNT = 0
             MOVE '  NONE' TO PRT-LINE
             PERFORM PRINT-LINE
           END-IF

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING FORCE-CNT ' HOLD(S) IN FORCE, ' OVERDUE-CNT
                  ' PAST THEIR RELEASE DATE, ' RELEASED-CNT
                  ' RELEASED IN THE LAST 30 DAYS'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TOTAL
           DISPLAY 'HOLDRPT: ' PRT-LINE(1:90)

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM TELL-HOLDS
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           GOBACK
           .

      *> Placed records open a table entry, release records close
      *> the entry with the same hold id.
       LOAD-REGISTER SECTION.
           MOVE 0 TO RH-CNT
           MOVE 'C' TO HOLDREG-FLAG
           OPEN INPUT HOLDREG
           IF HOLDREG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-HOLDREG-REC
           PERFORM UNTIL HOLDREG-EOF
             IF HOLDREG-REC(1:1) NOT = '*'
                AND HOLDREG-REC NOT = SPACES
               EVALUATE HOLDREG-REC(8:1)
                 WHEN 'P'
                   IF RH-CNT < 500
                     ADD 1 TO RH-CNT
                     MOVE HOLDREG-REC(1:6) TO RH-ID(RH-CNT)
                     MOVE HOLDREG-REC(10:1) TO RH-TYPE(RH-CNT)
                     MOVE HOLDREG-REC(12:16) TO RH-KEY(RH-CNT)
                     MOVE HOLDREG-REC(29:8) TO RH-FROM(RH-CNT)
                     MOVE HOLDREG-REC(38:8) TO RH-TO(RH-CNT)
                     MOVE HOLDREG-REC(47:8) TO RH-DUE(RH-CNT)
                     MOVE HOLDREG-REC(56:8) TO RH-OPER(RH-CNT)
                     MOVE HOLDREG-REC(65:8) TO RH-PLACED(RH-CNT)
                     MOVE HOLDREG-REC(91:40) TO RH-REASON(RH-CNT)
                     MOVE SPACES TO RH-REL-DATE(RH-CNT)
                                    RH-REL-OPER(RH-CNT)
                                    RH-REL-NOTE(RH-CNT)
                   ELSE
                     DISPLAY 'HOLDRPT: WARNING - MORE THAN 500 HOLDS '
                             'ON HOLDREG.TXT, ' HOLDREG-REC(1:6)
                             ' NOT REPORTED'
                   END-IF
                 WHEN 'R'
                   PERFORM VARYING RH-IX FROM 1 BY 1
                             UNTIL RH-IX > RH-CNT
                     IF RH-ID(RH-IX) = HOLDREG-REC(1:6)
                       MOVE HOLDREG-REC(65:8) TO RH-REL-DATE(RH-IX)
                       MOVE HOLDREG-REC(56:8) TO RH-REL-OPER(RH-IX)
                       MOVE HOLDREG-REC(91:40) TO RH-REL-NOTE(RH-IX)
                     END-IF
                   END-PERFORM
               END-EVALUATE
             END-IF
             PERFORM READ-HOLDREG-REC
           END-PERFORM
           CLOSE HOLDREG
           .

       PRINT-HOLD-IN-FORCE SECTION.
           ADD 1 TO FORCE-CNT
           IF RH-DUE(RH-IX) < TODAY-DATE
             ADD 1 TO OVERDUE-CNT
             MOVE 'OVERDUE' TO STATUS-TEXT
           ELSE
             MOVE 'IN FORCE' TO STATUS-TEXT
           END-IF
           PERFORM DESCRIBE-HOLD
           MOVE SPACES TO PRT-LINE
           STRING RH-ID(RH-IX) ' ' STATUS-TEXT ' ' RH-DUE(RH-IX) ' '
                  RH-OPER(RH-IX) ' ' RH-PLACED(RH-IX) ' '
                  HOLD-SUBJECT
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING '       REASON: ' RH-REASON(RH-IX)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           .

       PRINT-HOLD-RELEASED SECTION.
           ADD 1 TO RELEASED-CNT
           MOVE 'RELEASED' TO STATUS-TEXT
           PERFORM DESCRIBE-HOLD
           MOVE SPACES TO PRT-LINE
           STRING RH-ID(RH-IX) ' ' STATUS-TEXT ' '
                  RH-REL-DATE(RH-IX) ' ' RH-REL-OPER(RH-IX) ' '
                  RH-PLACED(RH-IX) ' ' HOLD-SUBJECT
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING '       REASON: ' RH-REASON(RH-IX)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING '       RELEASE NOTE: ' RH-REL-NOTE(RH-IX)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           .

      *> What a hold covers, in words - as HOLDMNT shows it.
       DESCRIBE-HOLD SECTION.
           MOVE SPACES TO HOLD-SUBJECT
           MOVE RH-FROM(RH-IX) TO DESC-FROM
           MOVE RH-TO(RH-IX) TO DESC-TO
           EVALUATE RH-TYPE(RH-IX)
             WHEN 'R'
               STRING 'RUN ' RH-KEY(RH-IX) DELIMITED BY SIZE
                      INTO HOLD-SUBJECT
             WHEN 'D'
               STRING 'DATES ' DESC-FROM '-' DESC-TO
                      DELIMITED BY SIZE INTO HOLD-SUBJECT
             WHEN OTHER
               IF DESC-FROM = SPACES
                 STRING 'FAMILY ' FUNCTION TRIM(RH-KEY(RH-IX))
                        DELIMITED BY SIZE INTO HOLD-SUBJECT
               ELSE
                 STRING 'FAMILY ' FUNCTION TRIM(RH-KEY(RH-IX)) ' '
                        DESC-FROM '-' DESC-TO
                        DELIMITED BY SIZE INTO HOLD-SUBJECT
               END-IF
           END-EVALUATE
           .

       PRINT-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       TELL-HOLDS SECTION.
           MOVE 'HOLDRPT' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           IF OVERDUE-CNT > 0
             MOVE 'HD0003' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             STRING OVERDUE-CNT ' AUDIT HOLD(S) PAST THEIR RELEASE '
                    'DATE - RELEASE OR RE-PLACE THEM IN HOLDMNT'
                    DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
             MOVE 'HD0004' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING FORCE-CNT ' AUDIT HOLD(S) IN FORCE, NONE '
                    'OVERDUE'
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF OVERDUE-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-HOLDREG-REC SECTION.
           READ HOLDREG
           IF HOLDREG-FS NOT = '00'
             SET HOLDREG-EOF TO TRUE
           END-IF
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
