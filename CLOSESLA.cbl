       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSESLA.

      *> Nightly close service-level attainment. PERFTRND watches
      *> single steps and CAPPLAN projects ceilings; this measures
      *> the close as a whole against what was promised. The
      *> commitment master CLOSECMT.txt gives the time, per weekday,
      *> by which the last JOBNET phase must have ended. Each night
      *> is one CLOSEJOB run on AUDTLOG.txt - its START, a PHASEBEG
      *> and PHASEEND per phase run, and its END - and the report
      *> shows for each: when RUNALL (the BATCH phase) started, when
      *> the last phase ended, the commitment and whether it was
      *> met, and which phase used up the slack. That is the phase
      *> that ran furthest over its own average for the period; when
      *> it is RUNALL, STEPHIST.txt names the step inside the batch
      *> that ran furthest over its average too. A close with no END
      *> never finished and counts as missed.
      *>
      *> CLOSESLA_DATE (YYYYMMDD, default today) is the as-of date.
      *> Nights from the start of its quarter are listed, and the
      *> month-to-date and quarter-to-date attainment - nights met
      *> over nights with a commitment - close the report for
      *> management. RC 4 when the latest night missed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSECMT ASSIGN TO 'CLOSECMT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSECMT-FS.

           SELECT STEPHIST ASSIGN TO 'STEPHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPHIST-FS.

           COPY AUDTSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
      *> Commitment master fixed offsets: DAY(1:3) TARGET(5:4)
      *> NOTE(10:40). A line starting '*' is a comment.
       FD  CLOSECMT.
       01  CLOSECMT-REC       PIC X(80).

       FD  STEPHIST.
       01  STEPHIST-REC       PIC X(100).

       COPY AUDTFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY RPGNWS.
           05 CLOSECMT-FS     PIC XX.
           05 STEPHIST-FS     PIC XX.
           05 ASOF-TEXT       PIC X(8).
           05 ASOF-DATE       PIC 9(8).
           05 ASOF-PARTS REDEFINES ASOF-DATE.
              10 ASOF-YYYY    PIC 9(4).
              10 ASOF-MM      PIC 99.
              10 ASOF-DD      PIC 99.
           05 QTR-NUM         PIC 9.
           05 QTR-FROM        PIC 9(8).
           05 MTH-FROM        PIC 9(8).
           05 REC-DATE        PIC 9(8).
           05 REC-TIME.
              10 REC-HH       PIC 99.
              10 REC-MI       PIC 99.
              10 REC-SS       PIC 99.
              10 REC-HS       PIC 99.
           05 REC-TS          PIC 9(12).
           05 WD-IX           PIC S9(4) COMP.
      *> Committed finish per weekday, Monday first.
           05 CMT-TBL.
              10 CMT-ENT OCCURS 7 TIMES.
                 15 CMT-SET   PIC X.
                 15 CMT-HH    PIC 99.
                 15 CMT-MM    PIC 99.
           05 DAY-NAME        PIC X(3).
      *> One entry per close run in the quarter. Times are seconds
      *> on one running scale (day number * 86400 + seconds into
      *> the day), so a close that crosses midnight subtracts
      *> cleanly. NT-RA-BEG/NT-RA-END bound the RUNALL phase.
           05 NT-CNT          PIC S9(4) COMP VALUE 0.
           05 NT-IX           PIC S9(4) COMP.
           05 NT-TBL.
              10 NT-ENT OCCURS 100 TIMES.
                 15 NT-ID        PIC X(16).
                 15 NT-DATE      PIC 9(8).
                 15 NT-BEG       PIC 9(12).
                 15 NT-RA-BEG    PIC 9(12).
                 15 NT-RA-END    PIC 9(12).
                 15 NT-END       PIC 9(12).
                 15 NT-TARGET    PIC 9(12).
                 15 NT-STATE     PIC X.
                    88 NT-COMPLETE         VALUE 'C'.
                 15 NT-VERDICT   PIC X(9).
                 15 NT-EATER     PIC X(8).
                 15 NT-EATER-PGM PIC X(8).
                 15 NT-EATER-OVR PIC S9(7).
                 15 NT-STEP      PIC X(8).
                 15 NT-STEP-OVR  PIC S9(7).
                 15 NT-PH-CNT    PIC S9(4) COMP.
                 15 NT-PH OCCURS 30 TIMES.
                    20 NT-PH-NAME  PIC X(8).
                    20 NT-PH-PGM   PIC X(8).
                    20 NT-PH-BEG   PIC 9(12).
                    20 NT-PH-SEC   PIC 9(7).
                    20 NT-PH-DONE  PIC X.
           05 PH-IX           PIC S9(4) COMP.
      *> Average elapsed per phase over the quarter's nights.
           05 PA-CNT          PIC S9(4) COMP VALUE 0.
           05 PA-IX           PIC S9(4) COMP.
           05 PA-TBL.
              10 PA-ENT OCCURS 30 TIMES.
                 15 PA-NAME   PIC X(8).
                 15 PA-SUM    PIC 9(9).
                 15 PA-N      PIC 9(5).
      *> Average elapsed per batch step over all of STEPHIST.
           05 SA-CNT          PIC S9(4) COMP VALUE 0.
           05 SA-IX           PIC S9(4) COMP.
           05 SA-TBL.
              10 SA-ENT OCCURS 100 TIMES.
                 15 SA-PGM    PIC X(8).
                 15 SA-SUM    PIC 9(9).
                 15 SA-N      PIC 9(5).
           05 OVER-SEC        PIC S9(7).
           05 AVG-SEC         PIC 9(7).
           05 STEP-SEC        PIC 9(6).
           05 TGT-SOD         PIC 9(5).
           05 BEG-SOD         PIC 9(5).
           05 MARGIN-MIN      PIC S9(5).
           05 MARGIN-ED       PIC -(4)9.
           05 MARGIN-TEXT     PIC X(5).
           05 OVER-ED         PIC +(6)9.
           05 STEP-OVR-ED     PIC +(6)9.
           05 TS-IN           PIC 9(12).
           05 TS-DATE         PIC 9(8).
           05 TS-SOD          PIC 9(5).
           05 TS-HH           PIC 99.
           05 TS-MM           PIC 99.
           05 TS-TEXT         PIC X(14).
           05 RA-TEXT         PIC X(14).
           05 END-TEXT        PIC X(14).
           05 TGT-TEXT        PIC X(14).
           05 EATER-TEXT      PIC X(40).
           05 MTD-NIGHTS      PIC 9(4).
           05 MTD-MET         PIC 9(4).
           05 QTD-NIGHTS      PIC 9(4).
           05 QTD-MET         PIC 9(4).
           05 UNMEASURED      PIC 9(4).
           05 PCT-ED          PIC ZZ9.9.
           05 PCT-WRK         PIC 999V9.

      *> Weekday names in INTEGER-OF-DATE order, Monday first - kept
      *> out of WORKSPACE so its INITIALIZE cannot blank them.
       01  DAY-NAMES          PIC X(21)
                              VALUE 'MONTUEWEDTHUFRISATSUN'.

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 CLOSECMT-FLAG   PIC X   VALUE 'C'.
              88 CLOSECMT-EOF         VALUE 'E'.
           05 STEPHIST-FLAG   PIC X   VALUE 'C'.
              88 STEPHIST-EOF         VALUE 'E'.
           05 AUDTLOG-FLAG    PIC X   VALUE 'C'.
              88 AUDTLOG-EOF          VALUE 'E'.
           05 FOUND-FLAG      PIC X   VALUE 'N'.
              88 ENTRY-FOUND          VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'CLOSESLA' TO RPGN-PGM

           MOVE SPACES TO ASOF-TEXT
           ACCEPT ASOF-TEXT FROM ENVIRONMENT 'CLOSESLA_DATE'
           IF ASOF-TEXT IS NUMERIC
             MOVE ASOF-TEXT TO ASOF-DATE
           ELSE
             ACCEPT ASOF-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE QTR-NUM = (ASOF-MM - 1) / 3 + 1
           COMPUTE QTR-FROM = ASOF-YYYY * 10000
                            + ((QTR-NUM - 1) * 3 + 1) * 100 + 1
           COMPUTE MTH-FROM = ASOF-YYYY * 10000 + ASOF-MM * 100 + 1

           PERFORM LOAD-CLOSECMT
           PERFORM SWEEP-AUDTLOG
           PERFORM AVERAGE-PHASES
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-CNT
             PERFORM GRADE-NIGHT
           END-PERFORM
           PERFORM SWEEP-STEPHIST

           MOVE 'SLARPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'NIGHTLY CLOSE SERVICE-LEVEL ATTAINMENT' TO PRT-TITLE
           MOVE 'CLOSE DATE DAY RUNALL START    LAST PHASE END COMMITTED
      -         ' BY   RESULT    MARGIN-MIN SLACK USED BY'
             TO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-CNT
             PERFORM PRINT-NIGHT
           END-PERFORM
           IF NT-CNT = 0
             MOVE 'NO CLOSE RUNS ON THE AUDIT LOG THIS QUARTER'
               TO PRT-LINE
             PERFORM PRINT-SLA-LINE
           END-IF
           PERFORM PRINT-ATTAINMENT

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF

           IF NT-CNT > 0
             IF NT-VERDICT(NT-CNT) = 'MISSED'
                OR NT-VERDICT(NT-CNT) = 'UNFINISHD'
               PERFORM TELL-LATEST-MISS
             END-IF
           END-IF
           DISPLAY 'CLOSESLA: ' QTD-NIGHTS ' NIGHT(S) MEASURED THIS '
                   'QUARTER, ' QTD-MET ' MET - REPORT IN '
                   FUNCTION TRIM(PRT-DSN)
           GOBACK
           .

       LOAD-CLOSECMT SECTION.
           MOVE 'C' TO CLOSECMT-FLAG
           OPEN INPUT CLOSECMT
           IF CLOSECMT-FS NOT = '00'
             DISPLAY 'CLOSESLA: NO COMMITMENT MASTER CLOSECMT.TXT - '
                     'NO NIGHT CAN BE MEASURED'
             EXIT SECTION
           END-IF
           PERFORM READ-CLOSECMT-REC
           PERFORM UNTIL CLOSECMT-EOF
             IF CLOSECMT-REC(1:1) NOT = '*'
                AND CLOSECMT-REC(5:4) IS NUMERIC
               PERFORM VARYING WD-IX FROM 1 BY 1 UNTIL WD-IX > 7
                 IF DAY-NAMES((WD-IX - 1) * 3 + 1:3)
                    = CLOSECMT-REC(1:3)
                   MOVE 'Y' TO CMT-SET(WD-IX)
                   MOVE CLOSECMT-REC(5:2) TO CMT-HH(WD-IX)
                   MOVE CLOSECMT-REC(7:2) TO CMT-MM(WD-IX)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-CLOSECMT-REC
           END-PERFORM
           CLOSE CLOSECMT
           .

      *> Only CLOSEJOB's own records matter here; the phases it
      *> calls write theirs under their own ids.
       SWEEP-AUDTLOG SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'C' TO AUDTLOG-FLAG
           OPEN INPUT AUDTLOG
           IF AUDTLOG-FS NOT = '00'
             DISPLAY 'CLOSESLA: NO AUDIT LOG, FILE STATUS='
                     AUDTLOG-FS
             EXIT SECTION
           END-IF
           PERFORM READ-AUDTLOG-REC
           PERFORM UNTIL AUDTLOG-EOF
             IF AUDTLOG-REC(1:8) = 'CLOSEJOB'
                AND AUDTLOG-REC(10:8) IS NUMERIC
                AND AUDTLOG-REC(19:8) IS NUMERIC
               MOVE AUDTLOG-REC(10:8) TO REC-DATE
               MOVE AUDTLOG-REC(19:8) TO REC-TIME
               COMPUTE REC-TS =
                   FUNCTION INTEGER-OF-DATE(REC-DATE) * 86400
                   + REC-HH * 3600 + REC-MI * 60
                   + REC-SS
               PERFORM APPLY-CLOSE-REC
             END-IF
             PERFORM READ-AUDTLOG-REC
           END-PERFORM
           CLOSE AUDTLOG
           .

       APPLY-CLOSE-REC SECTION.
           IF AUDTLOG-REC(28:8) = 'START'
             IF REC-DATE NOT < QTR-FROM AND REC-DATE NOT > ASOF-DATE
                AND NT-CNT < 100
               ADD 1 TO NT-CNT
               INITIALIZE NT-ENT(NT-CNT)
               MOVE AUDTLOG-REC(45:16) TO NT-ID(NT-CNT)
               MOVE REC-DATE TO NT-DATE(NT-CNT)
               MOVE REC-TS TO NT-BEG(NT-CNT)
             END-IF
             EXIT SECTION
           END-IF

           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING NT-IX FROM NT-CNT BY -1
                     UNTIL NT-IX < 1 OR ENTRY-FOUND
             IF NT-ID(NT-IX) = AUDTLOG-REC(45:16)
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
             EXIT SECTION
           END-IF
           ADD 1 TO NT-IX

           EVALUATE AUDTLOG-REC(28:8)
             WHEN 'PHASEBEG'
               IF NT-PH-CNT(NT-IX) < 30
                 ADD 1 TO NT-PH-CNT(NT-IX)
                 MOVE NT-PH-CNT(NT-IX) TO PH-IX
                 MOVE AUDTLOG-REC(71:8) TO NT-PH-NAME(NT-IX PH-IX)
                 MOVE AUDTLOG-REC(79:8) TO NT-PH-PGM(NT-IX PH-IX)
                 MOVE REC-TS TO NT-PH-BEG(NT-IX PH-IX)
                 MOVE 'N' TO NT-PH-DONE(NT-IX PH-IX)
                 IF AUDTLOG-REC(79:8) = 'RUNALL'
                    AND NT-RA-BEG(NT-IX) = 0
                   MOVE REC-TS TO NT-RA-BEG(NT-IX)
                 END-IF
               END-IF
             WHEN 'PHASEEND'
               MOVE NT-PH-CNT(NT-IX) TO PH-IX
               IF PH-IX > 0
                 IF NT-PH-NAME(NT-IX PH-IX) = AUDTLOG-REC(71:8)
                   COMPUTE NT-PH-SEC(NT-IX PH-IX) =
                       REC-TS - NT-PH-BEG(NT-IX PH-IX)
                   MOVE 'Y' TO NT-PH-DONE(NT-IX PH-IX)
                 END-IF
               END-IF
               MOVE REC-TS TO NT-END(NT-IX)
               IF AUDTLOG-REC(79:8) = 'RUNALL'
                 MOVE REC-TS TO NT-RA-END(NT-IX)
               END-IF
             WHEN 'END'
               MOVE 'C' TO NT-STATE(NT-IX)
               IF NT-END(NT-IX) = 0
                 MOVE REC-TS TO NT-END(NT-IX)
               END-IF
           END-EVALUATE
           .

       AVERAGE-PHASES SECTION.
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-CNT
             PERFORM VARYING PH-IX FROM 1 BY 1
                       UNTIL PH-IX > NT-PH-CNT(NT-IX)
               IF NT-PH-DONE(NT-IX PH-IX) = 'Y'
                 MOVE 'N' TO FOUND-FLAG
                 PERFORM VARYING PA-IX FROM 1 BY 1
                           UNTIL PA-IX > PA-CNT OR ENTRY-FOUND
                   IF PA-NAME(PA-IX) = NT-PH-NAME(NT-IX PH-IX)
                     SET ENTRY-FOUND TO TRUE
                   END-IF
                 END-PERFORM
                 IF ENTRY-FOUND
                   SUBTRACT 1 FROM PA-IX
                 ELSE
                   IF PA-CNT < 30
                     ADD 1 TO PA-CNT
                     MOVE PA-CNT TO PA-IX
                     MOVE NT-PH-NAME(NT-IX PH-IX) TO PA-NAME(PA-IX)
                     MOVE 0 TO PA-SUM(PA-IX) PA-N(PA-IX)
                     SET ENTRY-FOUND TO TRUE
                   END-IF
                 END-IF
                 IF ENTRY-FOUND
                   ADD NT-PH-SEC(NT-IX PH-IX) TO PA-SUM(PA-IX)
                   ADD 1 TO PA-N(PA-IX)
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

      *> The commitment is the weekday the close started on; a
      *> committed time earlier in the day than the start is the
      *> next morning's. The slack eater is the phase furthest over
      *> its own average - the one that took what the others left.
       GRADE-NIGHT SECTION.
           COMPUTE WD-IX = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(NT-DATE(NT-IX)), 7)
           IF WD-IX = 0
             MOVE 7 TO WD-IX
           END-IF
           IF CMT-SET(WD-IX) NOT = 'Y'
             MOVE 'NO TARGET' TO NT-VERDICT(NT-IX)
           ELSE
             COMPUTE TGT-SOD = CMT-HH(WD-IX) * 3600
                             + CMT-MM(WD-IX) * 60
             COMPUTE BEG-SOD = FUNCTION MOD(NT-BEG(NT-IX), 86400)
             COMPUTE NT-TARGET(NT-IX) = NT-BEG(NT-IX) - BEG-SOD
                                      + TGT-SOD
             IF TGT-SOD < BEG-SOD
               ADD 86400 TO NT-TARGET(NT-IX)
             END-IF
             EVALUATE TRUE
               WHEN NOT NT-COMPLETE(NT-IX)
                 MOVE 'UNFINISHD' TO NT-VERDICT(NT-IX)
               WHEN NT-END(NT-IX) NOT > NT-TARGET(NT-IX)
                 MOVE 'MET' TO NT-VERDICT(NT-IX)
               WHEN OTHER
                 MOVE 'MISSED' TO NT-VERDICT(NT-IX)
             END-EVALUATE
           END-IF

           MOVE SPACES TO NT-EATER(NT-IX) NT-EATER-PGM(NT-IX)
           MOVE 0 TO NT-EATER-OVR(NT-IX)
           PERFORM VARYING PH-IX FROM 1 BY 1
                     UNTIL PH-IX > NT-PH-CNT(NT-IX)
             IF NT-PH-DONE(NT-IX PH-IX) = 'Y'
               MOVE 0 TO AVG-SEC
               PERFORM VARYING PA-IX FROM 1 BY 1 UNTIL PA-IX > PA-CNT
                 IF PA-NAME(PA-IX) = NT-PH-NAME(NT-IX PH-IX)
                    AND PA-N(PA-IX) > 0
                   COMPUTE AVG-SEC = PA-SUM(PA-IX) / PA-N(PA-IX)
                 END-IF
               END-PERFORM
               COMPUTE OVER-SEC = NT-PH-SEC(NT-IX PH-IX) - AVG-SEC
               IF OVER-SEC > NT-EATER-OVR(NT-IX)
                 MOVE OVER-SEC TO NT-EATER-OVR(NT-IX)
                 MOVE NT-PH-NAME(NT-IX PH-IX) TO NT-EATER(NT-IX)
                 MOVE NT-PH-PGM(NT-IX PH-IX) TO NT-EATER-PGM(NT-IX)
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO NT-STEP(NT-IX)
           MOVE 0 TO NT-STEP-OVR(NT-IX)
           .

      *> Step history fixed offsets per RUNALL's WRITE-STEPHIST:
      *> PGM(1:8) DATE(10:8) START(19:8) ELAPSED(37:6) RC(44:4).
      *> The first pass averages every step that did not fail; the
      *> second finds, inside each night whose slack went to the
      *> batch, the step furthest over its average.
       SWEEP-STEPHIST SECTION.
           MOVE 'C' TO STEPHIST-FLAG
           OPEN INPUT STEPHIST
           IF STEPHIST-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-STEPHIST-REC
           PERFORM UNTIL STEPHIST-EOF
             IF STEPHIST-REC(37:6) IS NUMERIC
                AND STEPHIST-REC(44:4) IS NUMERIC
                AND STEPHIST-REC(44:4) < '0008'
               PERFORM TALLY-STEP-AVG
             END-IF
             PERFORM READ-STEPHIST-REC
           END-PERFORM
           CLOSE STEPHIST

           MOVE 'C' TO STEPHIST-FLAG
           OPEN INPUT STEPHIST
           PERFORM READ-STEPHIST-REC
           PERFORM UNTIL STEPHIST-EOF
             IF STEPHIST-REC(37:6) IS NUMERIC
                AND STEPHIST-REC(10:8) IS NUMERIC
                AND STEPHIST-REC(19:6) IS NUMERIC
               PERFORM PLACE-STEP
             END-IF
             PERFORM READ-STEPHIST-REC
           END-PERFORM
           CLOSE STEPHIST
           .

       TALLY-STEP-AVG SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING SA-IX FROM 1 BY 1
                     UNTIL SA-IX > SA-CNT OR ENTRY-FOUND
             IF SA-PGM(SA-IX) = STEPHIST-REC(1:8)
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM SA-IX
           ELSE
             IF SA-CNT NOT < 100
               EXIT SECTION
             END-IF
             ADD 1 TO SA-CNT
             MOVE SA-CNT TO SA-IX
             MOVE STEPHIST-REC(1:8) TO SA-PGM(SA-IX)
             MOVE 0 TO SA-SUM(SA-IX) SA-N(SA-IX)
           END-IF
           ADD FUNCTION NUMVAL(STEPHIST-REC(37:6)) TO SA-SUM(SA-IX)
           ADD 1 TO SA-N(SA-IX)
           .

       PLACE-STEP SECTION.
           MOVE STEPHIST-REC(10:8) TO REC-DATE
           MOVE STEPHIST-REC(19:8) TO REC-TIME
           COMPUTE REC-TS = FUNCTION INTEGER-OF-DATE(REC-DATE) * 86400
               + REC-HH * 3600 + REC-MI * 60
               + REC-SS
           MOVE STEPHIST-REC(37:6) TO STEP-SEC
           PERFORM VARYING NT-IX FROM 1 BY 1 UNTIL NT-IX > NT-CNT
             IF NT-EATER-PGM(NT-IX) = 'RUNALL'
                AND REC-TS NOT < NT-RA-BEG(NT-IX)
                AND REC-TS NOT > NT-RA-END(NT-IX)
               MOVE 0 TO AVG-SEC
               PERFORM VARYING SA-IX FROM 1 BY 1 UNTIL SA-IX > SA-CNT
                 IF SA-PGM(SA-IX) = STEPHIST-REC(1:8)
                    AND SA-N(SA-IX) > 0
                   COMPUTE AVG-SEC = SA-SUM(SA-IX) / SA-N(SA-IX)
                 END-IF
               END-PERFORM
               COMPUTE OVER-SEC = STEP-SEC - AVG-SEC
               IF OVER-SEC > NT-STEP-OVR(NT-IX)
                 MOVE OVER-SEC TO NT-STEP-OVR(NT-IX)
                 MOVE STEPHIST-REC(1:8) TO NT-STEP(NT-IX)
               END-IF
             END-IF
           END-PERFORM
           .

       PRINT-NIGHT SECTION.
           COMPUTE WD-IX = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(NT-DATE(NT-IX)), 7)
           IF WD-IX = 0
             MOVE 7 TO WD-IX
           END-IF
           MOVE DAY-NAMES((WD-IX - 1) * 3 + 1:3) TO DAY-NAME

           MOVE SPACES TO RA-TEXT END-TEXT TGT-TEXT
           IF NT-RA-BEG(NT-IX) > 0
             MOVE NT-RA-BEG(NT-IX) TO TS-IN
             PERFORM FORMAT-TS
             MOVE TS-TEXT TO RA-TEXT
           ELSE
             MOVE 'NOT RUN' TO RA-TEXT
           END-IF
           IF NT-END(NT-IX) > 0
             MOVE NT-END(NT-IX) TO TS-IN
             PERFORM FORMAT-TS
             MOVE TS-TEXT TO END-TEXT
           ELSE
             MOVE 'NONE' TO END-TEXT
           END-IF
           IF NT-TARGET(NT-IX) > 0
             MOVE NT-TARGET(NT-IX) TO TS-IN
             PERFORM FORMAT-TS
             MOVE TS-TEXT TO TGT-TEXT
           ELSE
             MOVE '-' TO TGT-TEXT
           END-IF

           MOVE SPACES TO MARGIN-TEXT
           IF NT-TARGET(NT-IX) > 0 AND NT-COMPLETE(NT-IX)
             COMPUTE MARGIN-MIN =
                 (NT-TARGET(NT-IX) - NT-END(NT-IX)) / 60
             MOVE MARGIN-MIN TO MARGIN-ED
             MOVE MARGIN-ED TO MARGIN-TEXT
           END-IF

           MOVE SPACES TO EATER-TEXT
           IF NT-EATER(NT-IX) = SPACES
             MOVE 'NO PHASE OVER ITS AVERAGE' TO EATER-TEXT
           ELSE
             MOVE NT-EATER-OVR(NT-IX) TO OVER-ED
             IF NT-STEP(NT-IX) = SPACES
               STRING FUNCTION TRIM(NT-EATER(NT-IX)) ' '
                      FUNCTION TRIM(OVER-ED) 'S'
                      DELIMITED BY SIZE INTO EATER-TEXT
             ELSE
               MOVE NT-STEP-OVR(NT-IX) TO STEP-OVR-ED
               STRING FUNCTION TRIM(NT-EATER(NT-IX)) ' '
                      FUNCTION TRIM(OVER-ED) 'S (STEP '
                      FUNCTION TRIM(NT-STEP(NT-IX)) ' '
                      FUNCTION TRIM(STEP-OVR-ED) 'S)'
                      DELIMITED BY SIZE INTO EATER-TEXT
             END-IF
           END-IF

           MOVE SPACES TO PRT-LINE
           STRING NT-DATE(NT-IX) ' ' DAY-NAME ' ' RA-TEXT ' '
                  END-TEXT ' ' TGT-TEXT ' ' NT-VERDICT(NT-IX) ' '
                  MARGIN-TEXT '      ' EATER-TEXT
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-SLA-LINE

           IF NT-VERDICT(NT-IX) = 'NO TARGET'
             ADD 1 TO UNMEASURED
           ELSE
             ADD 1 TO QTD-NIGHTS
             IF NT-VERDICT(NT-IX) = 'MET'
               ADD 1 TO QTD-MET
             END-IF
             IF NT-DATE(NT-IX) NOT < MTH-FROM
               ADD 1 TO MTD-NIGHTS
               IF NT-VERDICT(NT-IX) = 'MET'
                 ADD 1 TO MTD-MET
               END-IF
             END-IF
           END-IF
           .

      *> YYYYMMDD HH:MM off the running seconds scale.
       FORMAT-TS SECTION.
           COMPUTE TS-DATE = FUNCTION DATE-OF-INTEGER(TS-IN / 86400)
           COMPUTE TS-SOD = FUNCTION MOD(TS-IN, 86400)
           COMPUTE TS-HH = TS-SOD / 3600
           COMPUTE TS-MM = FUNCTION MOD(TS-SOD, 3600) / 60
           MOVE SPACES TO TS-TEXT
           STRING TS-DATE ' ' TS-HH ':' TS-MM
                  DELIMITED BY SIZE INTO TS-TEXT
           .

       PRINT-ATTAINMENT SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-SLA-LINE
           MOVE SPACES TO PRT-LINE
           IF MTD-NIGHTS > 0
             COMPUTE PCT-WRK ROUNDED = MTD-MET * 100 / MTD-NIGHTS
             MOVE PCT-WRK TO PCT-ED
             STRING 'MONTH-TO-DATE   FROM ' MTH-FROM ': ' MTD-NIGHTS
                    ' NIGHT(S) COMMITTED, ' MTD-MET
                    ' MET - ATTAINMENT ' PCT-ED '%'
                    DELIMITED BY SIZE INTO PRT-LINE
           ELSE
             STRING 'MONTH-TO-DATE   FROM ' MTH-FROM
                    ': NO COMMITTED NIGHTS'
                    DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           PERFORM PRINT-SLA-TOTAL
           MOVE SPACES TO PRT-LINE
           IF QTD-NIGHTS > 0
             COMPUTE PCT-WRK ROUNDED = QTD-MET * 100 / QTD-NIGHTS
             MOVE PCT-WRK TO PCT-ED
             STRING 'QUARTER-TO-DATE FROM ' QTR-FROM ': ' QTD-NIGHTS
                    ' NIGHT(S) COMMITTED, ' QTD-MET
                    ' MET - ATTAINMENT ' PCT-ED '%'
                    DELIMITED BY SIZE INTO PRT-LINE
           ELSE
             STRING 'QUARTER-TO-DATE FROM ' QTR-FROM
                    ': NO COMMITTED NIGHTS'
                    DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           PERFORM PRINT-SLA-TOTAL
           IF UNMEASURED > 0
             MOVE SPACES TO PRT-LINE
             STRING UNMEASURED ' NIGHT(S) ON A WEEKDAY WITH NO '
                    'COMMITMENT ON CLOSECMT.TXT - NOT MEASURED'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-SLA-LINE
           END-IF
           .

       TELL-LATEST-MISS SECTION.
           MOVE 'SL0001' TO MSG-ID
           MOVE 'W' TO MSG-SEV
           MOVE 'CLOSESLA' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           EVALUATE TRUE
             WHEN NT-VERDICT(NT-CNT) = 'UNFINISHD'
               STRING 'THE CLOSE OF ' NT-DATE(NT-CNT)
                      ' NEVER FINISHED - NO END ON THE AUDIT LOG'
                      DELIMITED BY SIZE INTO MSG-TEXT
             WHEN NT-EATER(NT-CNT) = SPACES
               STRING 'THE CLOSE OF ' NT-DATE(NT-CNT)
                      ' MISSED ITS COMMITMENT'
                      DELIMITED BY SIZE INTO MSG-TEXT
             WHEN OTHER
               STRING 'THE CLOSE OF ' NT-DATE(NT-CNT)
                      ' MISSED ITS COMMITMENT - SLACK USED BY '
                      FUNCTION TRIM(NT-EATER(NT-CNT))
                      DELIMITED BY SIZE INTO MSG-TEXT
           END-EVALUATE
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       PRINT-SLA-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-SLA-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-CLOSECMT-REC SECTION.
           READ CLOSECMT
           IF CLOSECMT-FS NOT = '00'
             SET CLOSECMT-EOF TO TRUE
           END-IF
           .

       READ-STEPHIST-REC SECTION.
           READ STEPHIST
           IF STEPHIST-FS NOT = '00'
             SET STEPHIST-EOF TO TRUE
           END-IF
           .

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
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
