       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRDRILL.

      *> Disaster-recovery restore drill. BKUPVFY proves a backup
      *> generation opens and that its answer-history copy chains;
      *> this proves a working system can be rebuilt from one, and
      *> how long that takes. The drill:
      *>   RESTORE  - copies every master on MSTRLST.cpy out of the
      *>              chosen generation's BKUP_G####_ snapshot into
      *>              its SANDBOX_ name. A master the generation did
      *>              not hold has its sandbox copy removed, so the
      *>              sandbox is that generation and nothing newer.
      *>              The puzzle catalog and report catalog are not
      *>              in the backup family; they are reference data
      *>              and are cloned from production as SBOXSEED
      *>              does, or the suite would have nothing to run;
      *>   ANSHVFY  - verifies the restored answer history;
      *>   CATAUDIT - cross-checks the restored masters;
      *>   REGTEST  - runs the sample regression suite against them;
      *> the last three CALLed with SANDBOX_MODE=Y exported, so they
      *> read and write the restored copies and production is never
      *> touched. Each stage is timed; the generation, the stage
      *> codes and times and the total recovery time go to the DR
      *> drill log DRDRLOG.txt. The generation is DRDRILL_GEN, or
      *> the latest one RUNALL took when that is unset.
      *>
      *> DRDRILL_ACTION=R prints the quarterly evidence instead -
      *> every drill logged in DRDRILL_QTR (YYYYQn, default the
      *> current quarter), with the recovery time the latest good
      *> drill evidenced - and ends RC 4 when the quarter has none.
      *>
      *> The drill drives the sandbox switch itself, so it refuses to
      *> start under SANDBOX_MODE=Y. A drill restores production
      *> backups, so it needs the RESTORE function on OPERAUTH.txt;
      *> the report needs nothing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUPGEN ASSIGN TO DYNAMIC BKUPGEN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BKUPGEN-FS.

           SELECT DRDRLOG ASSIGN TO 'DRDRLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRDRLOG-FS.

           COPY AUTHSEL.

           COPY AUDTSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  BKUPGEN.
       01  BKUPGEN-REC        PIC 9(4).

      *> DR drill log fixed offsets, one record per drill: DATE(1:8)
      *> TIME(10:8) RUN-ID(19:16) OPER(36:8) GEN(45:4)
      *> OUTCOME(50:8) RESTORED(59:3) ABSENT(63:3) FAILED(67:3),
      *> then RC(4) and elapsed hundredths(8) per stage -
      *> RESTORE(71:4/76:8) ANSHVFY(85:4/90:8) CATAUDIT(99:4/104:8)
      *> REGTEST(113:4/118:8) - and the total recovery time in
      *> hundredths at 127:8. OUTCOME is PASSED (every stage RC 0),
      *> WARNING (none worse than 4) or FAILED.
       FD  DRDRLOG.
       01  DRDRLOG-REC        PIC X(140).

       COPY AUTHFD.

       COPY AUDTFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           COPY RPGNWS.
           05 ENV-NAME        PIC X(20).
           05 ENV-VALUE       PIC X(80).
           05 BKUPGEN-FS      PIC XX.
           05 DRDRLOG-FS      PIC XX.
           05 DRILL-ACTION    PIC X.
           05 GEN-TEXT        PIC X(8).
           05 DRILL-GEN       PIC 9(4).
           05 DRILL-DATE      PIC 9(8).
           05 DRILL-TIME      PIC 9(8).
           05 REST-IX         PIC S9(4) COMP.
           05 REST-SRC        PIC X(80).
           05 REST-DST        PIC X(80).
           05 REST-CNT        PIC 9(3)  VALUE 0.
           05 ABSENT-CNT      PIC 9(3)  VALUE 0.
           05 FAIL-CNT        PIC 9(3)  VALUE 0.
           05 COPY-STAT       PIC 9(9) COMP-5.
           05 EXIST-STAT      PIC 9(9) COMP-5.
           05 DEL-STAT        PIC 9(9) COMP-5.
           05 CLOCK-TS.
              10 CLOCK-HH     PIC 99.
              10 CLOCK-MM     PIC 99.
              10 CLOCK-SS     PIC 99.
              10 CLOCK-HS     PIC 99.
           05 CLOCK-HUND      PIC 9(8).
           05 STAGE-START     PIC 9(8).
           05 STG-IX          PIC S9(4) COMP.
      *> The four drill stages in the order they run.
           05 STG-TBL.
              10 STG-ENT OCCURS 4 TIMES.
                 15 STG-NAME  PIC X(8).
                 15 STG-RC    PIC 9(4).
                 15 STG-HUND  PIC 9(8).
           05 WORST-RC        PIC 9(4).
           05 TOTAL-HUND      PIC 9(8).
           05 OUTCOME         PIC X(8).
      *> Quarterly evidence.
           05 QTR-TEXT        PIC X(6).
           05 QTR-YEAR        PIC 9(4).
           05 QTR-NUM         PIC 9.
           05 QTR-FROM        PIC 9(8).
           05 QTR-TO          PIC 9(8).
           05 TODAY-DATE      PIC 9(8).
           05 DRILL-CNT       PIC 9(3)  VALUE 0.
           05 PASS-CNT        PIC 9(3)  VALUE 0.
           05 WARN-CNT        PIC 9(3)  VALUE 0.
           05 FAILD-CNT       PIC 9(3)  VALUE 0.
           05 LOG-HUND        PIC 9(8).
           05 BEST-HUND       PIC 9(8).
           05 WORST-HUND      PIC 9(8).
           05 LATEST-HUND     PIC 9(8).
           05 LATEST-DATE     PIC X(8).
           05 LATEST-GEN      PIC X(4).
           05 SEC-ED          PIC ZZZZZ9.99.
           05 SEC-ED-2        PIC ZZZZZ9.99.
           05 SEC-ED-3        PIC ZZZZZ9.99.
           05 SEC-ED-4        PIC ZZZZZ9.99.
           05 SEC-ED-5        PIC ZZZZZ9.99.
           05 CNT-ED          PIC ZZ9.

       COPY MSTRLST.

      *> Reference masters outside the backup family the restored
      *> sandbox still needs - cloned from production (SBOXSEED.cbl
      *> seeds the same way).
       01  XTRA-LST-VALUES.
           05 FILLER          PIC X(20) VALUE 'PZLCAT.txt'.
           05 FILLER          PIC X(20) VALUE 'RPTCAT.txt'.
       01  XTRA-LST-TBL REDEFINES XTRA-LST-VALUES.
           05 XTRA-DSN        PIC X(20) OCCURS 2 TIMES.
       01  XTRA-CNT           PIC S9(4) COMP VALUE 2.

      *> File-info block for CBL_CHECK_FILE_EXIST - only existence
      *> matters here, but the routine wants the full block.
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

       COPY MSGCWS.

       01  SWITCHES.
           05 DRDRLOG-FLAG    PIC X    VALUE 'C'.
              88 DRDRLOG-EOF           VALUE 'E'.
           05 EVIDENCE-FLAG   PIC X    VALUE 'N'.
              88 EVIDENCE-FOUND        VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'DRDRILL' TO RPGN-PGM

           IF SANDBOX-ACTIVE
             DISPLAY 'DRDRILL: SANDBOX_MODE=Y IS SET - THE DRILL '
                     'DRIVES THE SANDBOX SWITCH ITSELF; UNSET IT AND '
                     'RE-RUN'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO DRILL-ACTION
           ACCEPT DRILL-ACTION FROM ENVIRONMENT 'DRDRILL_ACTION'
           IF DRILL-ACTION = 'R'
             PERFORM QUARTER-REPORT
             GOBACK
           END-IF

      *> The drill overwrites every SANDBOX_ master from a production
      *> backup - restore authority is checked before anything else.
           MOVE 'DRDRILL' TO AUDT-PGM
           MOVE 'RESTORE' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           PERFORM PICK-GENERATION
           IF DRILL-GEN = 0
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           ACCEPT DRILL-DATE FROM DATE YYYYMMDD
           ACCEPT DRILL-TIME FROM TIME
           DISPLAY 'DRDRILL: RECOVERY DRILL FROM BACKUP GENERATION '
                   DRILL-GEN ' INTO THE SANDBOX'
           MOVE 'RESTORE' TO STG-NAME(1)
           MOVE 'ANSHVFY' TO STG-NAME(2)
           MOVE 'CATAUDIT' TO STG-NAME(3)
           MOVE 'REGTEST' TO STG-NAME(4)

           PERFORM RESTORE-STAGE

           MOVE 'SANDBOX_MODE' TO ENV-NAME
           MOVE 'Y' TO ENV-VALUE
           PERFORM SET-ENV
      *> The keyed answer master is production's; the suite must
      *> read the restored history itself.
           MOVE 'ANSHIX_FRESH' TO ENV-NAME
           MOVE 'N' TO ENV-VALUE
           PERFORM SET-ENV
           PERFORM VARYING STG-IX FROM 2 BY 1 UNTIL STG-IX > 4
             PERFORM VERIFY-STAGE
           END-PERFORM
           MOVE 'SANDBOX_MODE' TO ENV-NAME
           MOVE 'N' TO ENV-VALUE
           PERFORM SET-ENV

           MOVE 0 TO WORST-RC TOTAL-HUND
           PERFORM VARYING STG-IX FROM 1 BY 1 UNTIL STG-IX > 4
             ADD STG-HUND(STG-IX) TO TOTAL-HUND
             IF STG-RC(STG-IX) > WORST-RC
               MOVE STG-RC(STG-IX) TO WORST-RC
             END-IF
           END-PERFORM
           EVALUATE TRUE
             WHEN WORST-RC = 0
               MOVE 'PASSED' TO OUTCOME
             WHEN WORST-RC NOT > 4
               MOVE 'WARNING' TO OUTCOME
             WHEN OTHER
               MOVE 'FAILED' TO OUTCOME
           END-EVALUATE

           PERFORM WRITE-DRILL-LOG
           PERFORM TELL-DRILL-OUTCOME

           PERFORM OPEN-AUDTLOG
           MOVE 'DRILL' TO AUDT-EVENT
           MOVE WORST-RC TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

      *> The CALLed stages leave their own codes in the register -
      *> the drill's grade is set last.
           EVALUATE OUTCOME
             WHEN 'PASSED'
               MOVE 0 TO RETURN-CODE
             WHEN 'WARNING'
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      *> DRDRILL_GEN names the generation; unset, the drill takes the
      *> latest one on the production counter - the backup a real
      *> recovery would reach for first.
       PICK-GENERATION SECTION.
           MOVE 0 TO DRILL-GEN
           MOVE SPACES TO GEN-TEXT
           ACCEPT GEN-TEXT FROM ENVIRONMENT 'DRDRILL_GEN'
           IF GEN-TEXT NOT = SPACES
             IF FUNCTION TEST-NUMVAL(GEN-TEXT) NOT = 0
                OR FUNCTION NUMVAL(GEN-TEXT) < 1
               DISPLAY 'DRDRILL: DRDRILL_GEN MUST BE A GENERATION '
                       'NUMBER'
               EXIT SECTION
             END-IF
             COMPUTE DRILL-GEN = FUNCTION NUMVAL(GEN-TEXT)
             EXIT SECTION
           END-IF
           OPEN INPUT BKUPGEN
           IF BKUPGEN-FS = '00'
             READ BKUPGEN
             IF BKUPGEN-FS = '00' AND BKUPGEN-REC IS NUMERIC
               MOVE BKUPGEN-REC TO DRILL-GEN
             END-IF
             CLOSE BKUPGEN
           END-IF
           IF DRILL-GEN = 0
             DISPLAY 'DRDRILL: NO BACKUP GENERATION ON RECORD - '
                     'NOTHING TO RECOVER FROM'
           END-IF
           .

      *> A generation that restores nothing at all is no generation -
      *> the stage fails. A copy that fails part-way fails it too:
      *> a half-restored system is not a recovery.
       RESTORE-STAGE SECTION.
           PERFORM TAKE-CLOCK
           MOVE CLOCK-HUND TO STAGE-START
           PERFORM VARYING REST-IX FROM 1 BY 1
                     UNTIL REST-IX > MSTR-CNT
             PERFORM RESTORE-ONE-MASTER
           END-PERFORM
           PERFORM VARYING REST-IX FROM 1 BY 1
                     UNTIL REST-IX > XTRA-CNT
             PERFORM CLONE-ONE-REFERENCE
           END-PERFORM
           MOVE 1 TO STG-IX
           PERFORM END-STAGE-CLOCK
           MOVE 0 TO STG-RC(1)
           IF FAIL-CNT > 0 OR REST-CNT = 0
             MOVE 8 TO STG-RC(1)
           END-IF
           DISPLAY 'DRDRILL: RESTORE - ' REST-CNT ' MASTER(S) '
                   'RESTORED, ' ABSENT-CNT ' NOT IN THE GENERATION, '
                   FAIL-CNT ' FAILED'
           .

       RESTORE-ONE-MASTER SECTION.
           MOVE SPACES TO REST-SRC
           STRING 'BKUP_G' DRILL-GEN '_'
                  FUNCTION TRIM(MSTR-DSN(REST-IX))
                  DELIMITED BY SIZE INTO REST-SRC
           MOVE MSTR-DSN(REST-IX) TO SBOX-WRK-DSN
           PERFORM SBOX-PREFIX-WRK
           MOVE SBOX-WRK-DSN TO REST-DST
           CALL 'CBL_CHECK_FILE_EXIST' USING REST-SRC FILE-INFO
               RETURNING EXIST-STAT
           IF EXIST-STAT NOT = 0
             ADD 1 TO ABSENT-CNT
             CALL 'CBL_DELETE_FILE' USING REST-DST
                 RETURNING DEL-STAT
             EXIT SECTION
           END-IF
           CALL 'CBL_COPY_FILE' USING REST-SRC REST-DST
               RETURNING COPY-STAT
           IF COPY-STAT = 0
             ADD 1 TO REST-CNT
           ELSE
             ADD 1 TO FAIL-CNT
             DISPLAY '   COULD NOT RESTORE ' FUNCTION TRIM(REST-DST)
                     ' FROM ' FUNCTION TRIM(REST-SRC)
           END-IF
           .

       CLONE-ONE-REFERENCE SECTION.
           MOVE XTRA-DSN(REST-IX) TO REST-SRC
           MOVE XTRA-DSN(REST-IX) TO SBOX-WRK-DSN
           PERFORM SBOX-PREFIX-WRK
           MOVE SBOX-WRK-DSN TO REST-DST
           CALL 'CBL_CHECK_FILE_EXIST' USING REST-SRC FILE-INFO
               RETURNING EXIST-STAT
           IF EXIST-STAT = 0
             CALL 'CBL_COPY_FILE' USING REST-SRC REST-DST
                 RETURNING COPY-STAT
             IF COPY-STAT NOT = 0
               ADD 1 TO FAIL-CNT
               DISPLAY '   COULD NOT CLONE ' FUNCTION TRIM(REST-DST)
             END-IF
           END-IF
           .

      *> One verification program, CALLed the way RUNALL calls a
      *> step. A program that cannot be loaded fails the stage with
      *> RC 16, as a fatal step would.
       VERIFY-STAGE SECTION.
           DISPLAY 'DRDRILL: STAGE ' STG-NAME(STG-IX)
           PERFORM TAKE-CLOCK
           MOVE CLOCK-HUND TO STAGE-START
           MOVE 0 TO RETURN-CODE
           CALL STG-NAME(STG-IX)
             ON EXCEPTION
               DISPLAY 'DRDRILL: ' FUNCTION TRIM(STG-NAME(STG-IX))
                       ' COULD NOT BE LOADED'
               MOVE 16 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO STG-RC(STG-IX)
           MOVE 0 TO RETURN-CODE
           PERFORM END-STAGE-CLOCK
           .

       TAKE-CLOCK SECTION.
           ACCEPT CLOCK-TS FROM TIME
           COMPUTE CLOCK-HUND = CLOCK-HH * 360000 + CLOCK-MM * 6000
             + CLOCK-SS * 100 + CLOCK-HS
           .

      *> A stage that runs across midnight still times correctly -
      *> the clock went round once.
       END-STAGE-CLOCK SECTION.
           PERFORM TAKE-CLOCK
           IF CLOCK-HUND < STAGE-START
             ADD 8640000 TO CLOCK-HUND
           END-IF
           COMPUTE STG-HUND(STG-IX) = CLOCK-HUND - STAGE-START
           .

       SET-ENV SECTION.
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           .

       WRITE-DRILL-LOG SECTION.
           OPEN EXTEND DRDRLOG
           IF DRDRLOG-FS = '35'
             OPEN OUTPUT DRDRLOG
           END-IF
           IF DRDRLOG-FS NOT = '00'
             DISPLAY 'DRDRILL: DRDRLOG.TXT COULD NOT BE OPENED, '
                     'STATUS ' DRDRLOG-FS ' - DRILL NOT LOGGED'
             EXIT SECTION
           END-IF
           MOVE SPACES TO DRDRLOG-REC
           STRING DRILL-DATE ' ' DRILL-TIME ' ' RUN-ID ' '
                  OPERATOR-ID ' ' DRILL-GEN ' ' OUTCOME ' '
                  REST-CNT ' ' ABSENT-CNT ' ' FAIL-CNT ' '
                  STG-RC(1) ' ' STG-HUND(1) ' '
                  STG-RC(2) ' ' STG-HUND(2) ' '
                  STG-RC(3) ' ' STG-HUND(3) ' '
                  STG-RC(4) ' ' STG-HUND(4) ' '
                  TOTAL-HUND
                  DELIMITED BY SIZE INTO DRDRLOG-REC
           WRITE DRDRLOG-REC
           CLOSE DRDRLOG
           .

       TELL-DRILL-OUTCOME SECTION.
           PERFORM VARYING STG-IX FROM 1 BY 1 UNTIL STG-IX > 4
             COMPUTE SEC-ED = STG-HUND(STG-IX) / 100
             DISPLAY '   ' STG-NAME(STG-IX) ' RC=' STG-RC(STG-IX)
                     ' ELAPSED-SEC=' SEC-ED
           END-PERFORM
           COMPUTE SEC-ED = TOTAL-HUND / 100

           MOVE 'DRDRILL' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           IF OUTCOME = 'FAILED'
             MOVE 'DR0002' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             STRING 'DR DRILL FROM GENERATION ' DRILL-GEN
                    ' FAILED - WORST STAGE RC ' WORST-RC
                    '; SEE DRDRLOG.TXT'
                    DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
             MOVE 'DR0001' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING 'DR DRILL FROM GENERATION ' DRILL-GEN ' '
                    FUNCTION TRIM(OUTCOME) ' - RECOVERY TIME '
                    FUNCTION TRIM(SEC-ED) ' SEC'
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

      *> The auditors' quarterly evidence: every drill in the
      *> quarter with its stage times, then the recovery time the
      *> latest drill that came back (PASSED or WARNING) evidenced,
      *> with the fastest and slowest good drills beside it.
       QUARTER-REPORT SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO QTR-TEXT
           ACCEPT QTR-TEXT FROM ENVIRONMENT 'DRDRILL_QTR'
           IF QTR-TEXT(1:4) IS NUMERIC AND QTR-TEXT(5:1) = 'Q'
              AND QTR-TEXT(6:1) >= '1' AND QTR-TEXT(6:1) <= '4'
             MOVE QTR-TEXT(1:4) TO QTR-YEAR
             MOVE QTR-TEXT(6:1) TO QTR-NUM
           ELSE
             MOVE TODAY-DATE(1:4) TO QTR-YEAR
             COMPUTE QTR-NUM = (FUNCTION NUMVAL(TODAY-DATE(5:2))
                                - 1) / 3 + 1
           END-IF
           COMPUTE QTR-FROM = QTR-YEAR * 10000
                            + ((QTR-NUM - 1) * 3 + 1) * 100 + 1
           COMPUTE QTR-TO = QTR-YEAR * 10000 + QTR-NUM * 300 + 31
           MOVE SPACES TO QTR-TEXT
           STRING QTR-YEAR 'Q' QTR-NUM DELIMITED BY SIZE INTO QTR-TEXT

           MOVE 'DRQTRRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'DISASTER-RECOVERY DRILL EVIDENCE' TO PRT-TITLE
           MOVE 'DATE     TIME     GEN  OUTCOME  OPERATOR  RESTORED ABSE
      -         'NT  RESTORE-S  ANSHVFY-S CATAUDIT-S  REGTEST-S RECOVERY
      -         '-S' TO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE SPACES TO PRT-LINE
           STRING 'QUARTER ' QTR-TEXT ' - ' QTR-FROM ' TO ' QTR-TO
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-DR-LINE

           MOVE 'C' TO DRDRLOG-FLAG
           OPEN INPUT DRDRLOG
           IF DRDRLOG-FS = '00'
             PERFORM READ-DRDRLOG-REC
             PERFORM UNTIL DRDRLOG-EOF
               IF DRDRLOG-REC(1:8) IS NUMERIC
                  AND DRDRLOG-REC(1:8) NOT < QTR-FROM
                  AND DRDRLOG-REC(1:8) NOT > QTR-TO
                 PERFORM REPORT-ONE-DRILL
               END-IF
               PERFORM READ-DRDRLOG-REC
             END-PERFORM
             CLOSE DRDRLOG
           END-IF

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-DR-LINE
           MOVE SPACES TO PRT-LINE
           STRING DRILL-CNT ' DRILL(S): ' PASS-CNT ' PASSED, '
                  WARN-CNT ' WITH WARNINGS, ' FAILD-CNT ' FAILED'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-DR-TOTAL
           MOVE SPACES TO PRT-LINE
           IF EVIDENCE-FOUND
             COMPUTE SEC-ED = LATEST-HUND / 100
             COMPUTE SEC-ED-2 = BEST-HUND / 100
             COMPUTE SEC-ED-3 = WORST-HUND / 100
             STRING 'EVIDENCED RECOVERY TIME ' FUNCTION TRIM(SEC-ED)
                    ' SEC (DRILL OF ' LATEST-DATE ', GENERATION '
                    LATEST-GEN ') - FASTEST '
                    FUNCTION TRIM(SEC-ED-2) ' SEC, SLOWEST '
                    FUNCTION TRIM(SEC-ED-3) ' SEC'
                    DELIMITED BY SIZE INTO PRT-LINE
           ELSE
             STRING 'NO SUCCESSFUL DRILL IN THE QUARTER - '
                    'RECOVERY TIME NOT EVIDENCED'
                    DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           PERFORM PRINT-DR-TOTAL

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT EVIDENCE-FOUND
             MOVE 'DRDRILL' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE 'DR0003' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE SPACES TO MSG-TEXT
             STRING 'NO SUCCESSFUL DR DRILL LOGGED IN ' QTR-TEXT
                    ' - RECOVERY TIME NOT EVIDENCED'
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           DISPLAY 'DRDRILL: ' DRILL-CNT ' DRILL(S) IN ' QTR-TEXT
                   ' - REPORT IN ' FUNCTION TRIM(PRT-DSN)
           .

       REPORT-ONE-DRILL SECTION.
           ADD 1 TO DRILL-CNT
           EVALUATE DRDRLOG-REC(50:8)
             WHEN 'PASSED'
               ADD 1 TO PASS-CNT
             WHEN 'WARNING'
               ADD 1 TO WARN-CNT
             WHEN OTHER
               ADD 1 TO FAILD-CNT
           END-EVALUATE
           MOVE 0 TO LOG-HUND
           IF DRDRLOG-REC(127:8) IS NUMERIC
             MOVE DRDRLOG-REC(127:8) TO LOG-HUND
           END-IF
           IF DRDRLOG-REC(50:8) NOT = 'FAILED'
             IF NOT EVIDENCE-FOUND
               MOVE LOG-HUND TO BEST-HUND WORST-HUND
             END-IF
             SET EVIDENCE-FOUND TO TRUE
             IF LOG-HUND < BEST-HUND
               MOVE LOG-HUND TO BEST-HUND
             END-IF
             IF LOG-HUND > WORST-HUND
               MOVE LOG-HUND TO WORST-HUND
             END-IF
             MOVE LOG-HUND TO LATEST-HUND
             MOVE DRDRLOG-REC(1:8) TO LATEST-DATE
             MOVE DRDRLOG-REC(45:4) TO LATEST-GEN
           END-IF
           MOVE 0 TO SEC-ED SEC-ED-2 SEC-ED-3 SEC-ED-4
           IF DRDRLOG-REC(76:8) IS NUMERIC
             COMPUTE SEC-ED = FUNCTION NUMVAL(DRDRLOG-REC(76:8)) / 100
           END-IF
           IF DRDRLOG-REC(90:8) IS NUMERIC
             COMPUTE SEC-ED-2 =
                 FUNCTION NUMVAL(DRDRLOG-REC(90:8)) / 100
           END-IF
           IF DRDRLOG-REC(104:8) IS NUMERIC
             COMPUTE SEC-ED-3 =
                 FUNCTION NUMVAL(DRDRLOG-REC(104:8)) / 100
           END-IF
           IF DRDRLOG-REC(118:8) IS NUMERIC
             COMPUTE SEC-ED-4 =
                 FUNCTION NUMVAL(DRDRLOG-REC(118:8)) / 100
           END-IF
           COMPUTE SEC-ED-5 = LOG-HUND / 100
           MOVE SPACES TO PRT-LINE
           STRING DRDRLOG-REC(1:8) ' ' DRDRLOG-REC(10:8) ' '
                  DRDRLOG-REC(45:4) ' ' DRDRLOG-REC(50:8) ' '
                  DRDRLOG-REC(36:8) '  ' DRDRLOG-REC(59:3) '      '
                  DRDRLOG-REC(63:3) '   ' SEC-ED '  ' SEC-ED-2 '  '
                  SEC-ED-3 '  ' SEC-ED-4 '  ' SEC-ED-5
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-DR-LINE
           .

       PRINT-DR-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-DR-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-DRDRLOG-REC SECTION.
           READ DRDRLOG
           IF DRDRLOG-FS NOT = '00'
             SET DRDRLOG-EOF TO TRUE
           END-IF
           .

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
