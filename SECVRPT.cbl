       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECVRPT.

      *> Daily security violations report. CREDSRV.cbl appends every
      *> failed sign-on, lockout and authorization refusal to the
      *> security log SECLOG.txt (SECLFD.cpy), with the enrollments,
      *> resets and PIN changes made through CREDMNT.cbl; this lists
      *> one day of it for the security admin. The report (family
      *> SECVRPT through PRTSRV) carries, in order: each violation
      *> of the day in time order, the credential changes of the
      *> day, violation totals per operator by kind, and the ids
      *> the credential master OPERCRED.txt holds locked right now
      *> whatever day they locked - a lock outlives the day it
      *> happened until an admin resets it.
      *>
      *> SECVRPT_DATE (YYYYMMDD, default today) is the day reported.
      *> A day with violations raises message SC0002 and ends RC 4;
      *> a clean day is logged as SC0003.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SECLSEL.

           COPY CREDSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY SECLFD.

       COPY CREDFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           05 SECLOG-FS       PIC XX.
           05 OPERCRED-FS     PIC XX.
           05 RPT-TEXT        PIC X(8).
           05 RPT-DATE        PIC 9(8).
           05 VIOL-CNT        PIC 9(5).
           05 CHG-CNT         PIC 9(5).
           05 LOCKED-CNT      PIC 9(4).
           05 EV-IX           PIC S9(4) COMP.
           05 EV-FND-IX       PIC S9(4) COMP.
           05 REC-EVENT       PIC X(8).
           05 REC-OPER        PIC X(8).
           05 CNT-ED          PIC ZZZ9.
           05 TOT-ED          PIC ZZZZ9.
      *> Security-log lines of the day, held so violations and
      *> changes print as two sections from one pass of the log.
           05 CHG-TBL.
              10 CHG-LINE     PIC X(150) OCCURS 500 TIMES.
      *> Violations per operator, one counter per event kind in
      *> SEC-EVENT-LST order.
           05 OP-CNT          PIC S9(4) COMP VALUE 0.
           05 OP-IX           PIC S9(4) COMP.
           05 OP-TBL.
              10 OP-ENT OCCURS 200 TIMES.
                 15 OP-OPER   PIC X(8).
                 15 OP-TOTAL  PIC 9(5).
                 15 OP-EV-CNT PIC 9(4) OCCURS 7 TIMES.

      *> The violation event kinds, in report-column order - kept out
      *> of WORKSPACE so its INITIALIZE cannot blank them.
       01  SEC-EVENT-LST.
           05 FILLER          PIC X(32) VALUE
              'BADPIN  NOPIN   LOCKOUT LOCKED  '.
           05 FILLER          PIC X(24) VALUE
              'UNKNOWN EXPIRED DENIED  '.
       01  SEC-EVENT-TBL REDEFINES SEC-EVENT-LST.
           05 SEC-EVENT-NAME  PIC X(8) OCCURS 7 TIMES.

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 SECLOG-FLAG     PIC X   VALUE 'C'.
              88 SECLOG-EOF           VALUE 'E'.
           05 OPERCRED-FLAG   PIC X   VALUE 'C'.
              88 OPERCRED-EOF         VALUE 'E'.
           05 FOUND-FLAG      PIC X   VALUE 'N'.
              88 ENTRY-FOUND          VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'SECVRPT' TO RPGN-PGM

           MOVE SPACES TO RPT-TEXT
           ACCEPT RPT-TEXT FROM ENVIRONMENT 'SECVRPT_DATE'
           IF RPT-TEXT IS NUMERIC
             MOVE RPT-TEXT TO RPT-DATE
           ELSE
             ACCEPT RPT-DATE FROM DATE YYYYMMDD
           END-IF

           MOVE 'SECVRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE SPACES TO PRT-TITLE
           STRING 'SECURITY VIOLATIONS FOR ' RPT-DATE
                  DELIMITED BY SIZE INTO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'TIME     EVENT    OPERATOR PROGRAM  FUNCTION       '
                  'RUN ID           BY       DETAIL'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE 'VIOLATIONS' TO PRT-LINE
           PERFORM PRINT-SEC-LINE
           PERFORM SWEEP-SECLOG
           IF VIOL-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-SEC-LINE
           END-IF
           PERFORM PRINT-CHANGES
           PERFORM PRINT-OPER-TOTALS
           PERFORM PRINT-LOCKED-IDS

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM TELL-VIOLATIONS
           DISPLAY 'SECVRPT: ' VIOL-CNT ' VIOLATION(S), ' CHG-CNT
                   ' CREDENTIAL CHANGE(S) ON ' RPT-DATE ', '
                   LOCKED-CNT ' ID(S) LOCKED - REPORT IN '
                   FUNCTION TRIM(PRT-DSN)
           GOBACK
           .

      *> One pass of the log: the day's violations print as found
      *> and are tallied per operator; changes are held for their
      *> own section.
       SWEEP-SECLOG SECTION.
           MOVE 'C' TO SECLOG-FLAG
           OPEN INPUT SECLOG
           IF SECLOG-FS NOT = '00'
             DISPLAY 'SECVRPT: NO SECURITY LOG SECLOG.TXT, FILE '
                     'STATUS=' SECLOG-FS
             EXIT SECTION
           END-IF
           PERFORM READ-SECLOG-REC
           PERFORM UNTIL SECLOG-EOF
             IF SECLOG-REC(1:8) = RPT-DATE
               MOVE SECLOG-REC(19:8) TO REC-EVENT
               MOVE 0 TO EV-FND-IX
               PERFORM VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > 7
                 IF SEC-EVENT-NAME(EV-IX) = REC-EVENT
                   MOVE EV-IX TO EV-FND-IX
                 END-IF
               END-PERFORM
               IF EV-FND-IX > 0
                 ADD 1 TO VIOL-CNT
                 PERFORM FORMAT-SECLOG-LINE
                 PERFORM PRINT-SEC-LINE
                 PERFORM TALLY-VIOLATION
               ELSE
                 IF CHG-CNT < 500
                   ADD 1 TO CHG-CNT
                   MOVE SECLOG-REC TO CHG-LINE(CHG-CNT)
                 END-IF
               END-IF
             END-IF
             PERFORM READ-SECLOG-REC
           END-PERFORM
           CLOSE SECLOG
           .

       FORMAT-SECLOG-LINE SECTION.
           MOVE SPACES TO PRT-LINE
           STRING SECLOG-REC(10:8) ' ' SECLOG-REC(19:8) ' '
                  SECLOG-REC(28:8) ' ' SECLOG-REC(37:8) ' '
                  SECLOG-REC(46:14) ' ' SECLOG-REC(61:16) ' '
                  SECLOG-REC(78:8) ' ' SECLOG-REC(87:46)
                  DELIMITED BY SIZE INTO PRT-LINE
           .

       TALLY-VIOLATION SECTION.
           MOVE SECLOG-REC(28:8) TO REC-OPER
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING OP-IX FROM 1 BY 1
                     UNTIL OP-IX > OP-CNT OR ENTRY-FOUND
             IF OP-OPER(OP-IX) = REC-OPER
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM OP-IX
           ELSE
             IF OP-CNT NOT < 200
               EXIT SECTION
             END-IF
             ADD 1 TO OP-CNT
             MOVE OP-CNT TO OP-IX
             MOVE REC-OPER TO OP-OPER(OP-IX)
           END-IF
           ADD 1 TO OP-TOTAL(OP-IX)
           ADD 1 TO OP-EV-CNT(OP-IX, EV-FND-IX)
           .

       PRINT-CHANGES SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-SEC-LINE
           MOVE 'CREDENTIAL CHANGES' TO PRT-LINE
           PERFORM PRINT-SEC-LINE
           IF CHG-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-SEC-LINE
           END-IF
           PERFORM VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > CHG-CNT
             MOVE CHG-LINE(EV-IX) TO SECLOG-REC
             PERFORM FORMAT-SECLOG-LINE
             PERFORM PRINT-SEC-LINE
           END-PERFORM
           .

       PRINT-OPER-TOTALS SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-SEC-LINE
           MOVE 'VIOLATIONS BY OPERATOR' TO PRT-LINE
           PERFORM PRINT-SEC-LINE
           IF OP-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-SEC-LINE
             EXIT SECTION
           END-IF
           MOVE SPACES TO PRT-LINE
           STRING 'OPERATOR   ' SEC-EVENT-LST ' TOTAL'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-SEC-LINE
           PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-CNT
             MOVE SPACES TO PRT-LINE
             MOVE OP-OPER(OP-IX) TO PRT-LINE(1:8)
             PERFORM VARYING EV-IX FROM 1 BY 1 UNTIL EV-IX > 7
               MOVE OP-EV-CNT(OP-IX, EV-IX) TO CNT-ED
               MOVE CNT-ED TO PRT-LINE(EV-IX * 8 + 4:4)
             END-PERFORM
             MOVE OP-TOTAL(OP-IX) TO TOT-ED
             MOVE TOT-ED TO PRT-LINE(69:5)
             PERFORM PRINT-SEC-LINE
           END-PERFORM
           .

      *> Straight off the credential master - a lock stands until a
      *> security admin resets the id in CREDMNT.
       PRINT-LOCKED-IDS SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-SEC-LINE
           MOVE 'IDS LOCKED NOW' TO PRT-LINE
           PERFORM PRINT-SEC-LINE
           MOVE 'C' TO OPERCRED-FLAG
           OPEN INPUT OPERCRED
           IF OPERCRED-FS = '00'
             PERFORM READ-OPERCRED-REC
             PERFORM UNTIL OPERCRED-EOF
               IF OPERCRED-REC(1:1) NOT = '*'
                  AND OPERCRED-REC(32:1) = 'Y'
                 ADD 1 TO LOCKED-CNT
                 MOVE SPACES TO PRT-LINE
                 STRING '   ' OPERCRED-REC(1:8) ' LOCKED '
                        OPERCRED-REC(36:8) ' ' OPERCRED-REC(45:8)
                        ' - SECURITY ADMIN RESET REQUIRED'
                        DELIMITED BY SIZE INTO PRT-LINE
                 PERFORM PRINT-SEC-LINE
               END-IF
               PERFORM READ-OPERCRED-REC
             END-PERFORM
             CLOSE OPERCRED
           END-IF
           IF LOCKED-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-SEC-LINE
           END-IF
           .

       TELL-VIOLATIONS SECTION.
           MOVE 'SECVRPT' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           IF VIOL-CNT > 0
             MOVE 'SC0002' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             STRING VIOL-CNT ' SECURITY VIOLATION(S) ON ' RPT-DATE
                    ', ' LOCKED-CNT ' ID(S) LOCKED'
                    DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
             MOVE 'SC0003' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING 'NO SECURITY VIOLATIONS ON ' RPT-DATE
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF VIOL-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       PRINT-SEC-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-SECLOG-REC SECTION.
           READ SECLOG
           IF SECLOG-FS NOT = '00'
             SET SECLOG-EOF TO TRUE
           END-IF
           .

       READ-OPERCRED-REC SECTION.
           READ OPERCRED
           IF OPERCRED-FS NOT = '00'
             SET OPERCRED-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
