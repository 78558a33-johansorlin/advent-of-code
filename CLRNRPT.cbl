       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRNRPT.

      *> Seabed clearance report. The 2021 sonar sweep (read by
      *> DAY1PZL1/DAY1PRT2) gives the seabed depth reading by
      *> reading, and the navigation feed (read by DAY2PZL1/
      *> DAY2PZL2) moves the submarine out along POS-X and down in
      *> DEPTH - and nothing ever put the two side by side. This
      *> takes the sweep's Nth reading as the seabed N units out
      *> from the launch point and lines every navigation command up
      *> against the reading at the POS-X it leaves the sub at,
      *> listing the clearance (seabed minus sub depth) under both
      *> depth models NAVCMP compares: direct up/down and AIM, with
      *> the same per-model underflow guards. A command that leaves
      *> the sub at or below the seabed under either model is
      *> flagged on the report and written to the exception master
      *> (reason AGROUND), and the close of the report gives each
      *> model's minimum clearance and where it happens.
      *>
      *> 'forward' never runs POS-X backwards, so the sweep is
      *> streamed alongside the commands instead of being tabled -
      *> no ceiling on either feed. Positions past the end of the
      *> sweep, and the launch point itself, have no reading and
      *> are listed without a clearance. CLRNRPT_SONAR and
      *> CLRNRPT_NAV override the two feed names.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PZLINPUT ASSIGN TO DYNAMIC PZLINPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PZLINPUT-FS.

           SELECT SONARIN ASSIGN TO DYNAMIC SONARIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SONARIN-FS.

           SELECT CLRNRPT ASSIGN TO DYNAMIC CLRNRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLRNRPT-FS.

           COPY TOLSEL.

           COPY EXCMSEL.

           COPY AUDTSEL.

           COPY RPGNSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.
       01  PZL-RECORD              PIC X(15).

       FD  SONARIN.
       01  SONAR-RECORD            PIC X(5).

       FD  CLRNRPT.
       01  CLRNRPT-REC             PIC X(120).

       COPY TOLFD.

       COPY EXCMFD.

       COPY AUDTFD.

       COPY RPGNFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY AUDTWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY TOLWS.
           COPY EXCMWS.
           COPY NUMVWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 SONARIN-FS           PIC XX.
           05 SONARIN-DSN          PIC X(80).
           05 CLRNRPT-FS           PIC XX.
           05 CLRNRPT-DSN          PIC X(80).
           05 CMD                  PIC X(7).
           05 NUM                  PIC 9(5).
           05 NUM-STR              PIC X(5).
           05 POS-X                PIC 9(5).
           05 DEPTH-DIRECT         PIC 9(6).
           05 AIM                  PIC 9(5).
           05 DEPTH-AIM            PIC 9(8).
      *> The sweep position consumed so far and the seabed there;
      *> SONAR-OK-FLAG says whether that reading was a usable number.
           05 SONAR-POS            PIC 9(8).
           05 SEABED               PIC 9(5).
           05 CLR-DIRECT           PIC S9(9).
           05 CLR-AIM              PIC S9(9).
           05 CLR-DIRECT-ED        PIC ---,---,--9.
           05 CLR-AIM-ED           PIC ---,---,--9.
           05 MIN-CLR-DIRECT       PIC S9(9).
           05 MIN-CLR-AIM          PIC S9(9).
           05 MIN-LINE-DIRECT      PIC 9(8).
           05 MIN-LINE-AIM         PIC 9(8).
           05 MIN-POS-DIRECT       PIC 9(5).
           05 MIN-POS-AIM          PIC 9(5).
           05 FLAG-TEXT            PIC X(9).
           05 LINE-NO              PIC 9(8).
           05 SKIP-CNT             PIC 9(6).
           05 NO-READ-CNT          PIC 9(6).
           05 EXCP-CNT             PIC 9(6).

       01  SWITCHES.
           COPY PZLISW.
           05 SONARIN-FLAG         PIC X     VALUE 'C'.
              88 SONARIN-EOF                 VALUE 'E'.
           05 SONAR-OK-FLAG        PIC X     VALUE 'N'.
              88 SONAR-READING-OK            VALUE 'Y'.
           05 STEP-OK-FLAG         PIC X     VALUE 'N'.
              88 STEP-APPLIED                VALUE 'Y'.
           05 MIN-DIR-FLAG         PIC X     VALUE 'N'.
              88 MIN-DIRECT-SEEN             VALUE 'Y'.
           05 MIN-AIM-FLAG         PIC X     VALUE 'N'.
              88 MIN-AIM-SEEN                VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'CLRNRPT' TO RPGN-PGM

           MOVE 'CLRNRPT' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE 'CLRNRPT' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR

           MOVE 'CLRNRPT' TO TOL-PGM
           PERFORM READ-EXCPTOL

           MOVE '2021/PZLINPUT2.txt' TO PZLINPUT-DSN
           ACCEPT PZLINPUT-DSN FROM ENVIRONMENT 'CLRNRPT_NAV'
           IF PZLINPUT-DSN = SPACES
             MOVE '2021/PZLINPUT2.txt' TO PZLINPUT-DSN
           END-IF
           MOVE '2021/PZLINPUT.txt' TO SONARIN-DSN
           ACCEPT SONARIN-DSN FROM ENVIRONMENT 'CLRNRPT_SONAR'
           IF SONARIN-DSN = SPACES
             MOVE '2021/PZLINPUT.txt' TO SONARIN-DSN
           END-IF

           OPEN INPUT SONARIN
           IF SONARIN-FS NOT = '00'
             DISPLAY 'FATAL: SONAR FEED ' FUNCTION TRIM(SONARIN-DSN)
                     ' NOT READABLE, FILE STATUS=' SONARIN-FS
             CLOSE EXCPMSTR
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF

           MOVE 'CLRNRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO CLRNRPT-DSN

           OPEN INPUT PZLINPUT
           OPEN OUTPUT CLRNRPT
           MOVE CLRNRPT-FS TO RPTK-FS
           MOVE CLRNRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS

           MOVE SPACES TO CLRNRPT-REC
           STRING 'SEABED CLEARANCE - NAVIGATION '
                  FUNCTION TRIM(PZLINPUT-DSN) ' AGAINST SONAR '
                  FUNCTION TRIM(SONARIN-DSN)
                  INTO CLRNRPT-REC
           WRITE CLRNRPT-REC
           MOVE SPACES TO CLRNRPT-REC
           STRING 'LINE     CMD     AMNT  POS-X SEABD  DEPTH '
                  '  CLR-DIRECT  DEPTH-AIM     CLR-AIM'
                  INTO CLRNRPT-REC
           WRITE CLRNRPT-REC

           PERFORM READ-PZLINPUT
           PERFORM UNTIL PZLINPUT-EOF
             PERFORM APPLY-BOTH-MODELS
             IF STEP-APPLIED
               PERFORM ALIGN-SONAR
               PERFORM LIST-CLEARANCE
             END-IF
             PERFORM READ-PZLINPUT
           END-PERFORM
           CLOSE PZLINPUT
           CLOSE SONARIN

           PERFORM WRITE-CLEARANCE-SUMMARY

           MOVE CLRNRPT-FS TO RPTK-FS
           MOVE CLRNRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS
           CLOSE CLRNRPT

           CLOSE EXCPMSTR

           PERFORM SET-GRADED-RC

           PERFORM GRADE-RPT-STATUS

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           GOBACK
           .

      *> One command under both interpretations, with NAVCMP's
      *> guards: a malformed line moves neither model, and an 'up'
      *> that would underflow is skipped only by the model it would
      *> underflow.
       APPLY-BOTH-MODELS SECTION.
           MOVE 'N' TO STEP-OK-FLAG
           MOVE SPACES TO CMD NUM-STR
           UNSTRING PZL-RECORD DELIMITED BY ALL SPACES
               INTO CMD NUM-STR

           MOVE NUM-STR TO NUMV-INPUT
           PERFORM VALIDATE-NUMVAL
           IF NOT NUMV-IS-VALID
             ADD 1 TO SKIP-CNT
             MOVE SPACES TO CLRNRPT-REC
             STRING 'LINE ' LINE-NO ' SKIPPED BY BOTH MODELS - '
                    'INVALID NUMERIC: ' PZL-RECORD
                    INTO CLRNRPT-REC
             WRITE CLRNRPT-REC
             EXIT SECTION
           END-IF

           COMPUTE NUM = FUNCTION NUMVAL(NUM-STR)
           SET STEP-APPLIED TO TRUE
           EVALUATE CMD
             WHEN 'forward'
               ADD NUM TO POS-X
               COMPUTE DEPTH-AIM = DEPTH-AIM + AIM * NUM
             WHEN 'down'
               ADD NUM TO DEPTH-DIRECT
               ADD NUM TO AIM
             WHEN 'up'
               IF NUM > DEPTH-DIRECT
                 ADD 1 TO SKIP-CNT
                 MOVE SPACES TO CLRNRPT-REC
                 STRING 'LINE ' LINE-NO ' SKIPPED BY THE DIRECT '
                        'MODEL - DEPTH UNDERFLOW'
                        INTO CLRNRPT-REC
                 WRITE CLRNRPT-REC
               ELSE
                 SUBTRACT NUM FROM DEPTH-DIRECT
               END-IF
               IF NUM > AIM
                 ADD 1 TO SKIP-CNT
                 MOVE SPACES TO CLRNRPT-REC
                 STRING 'LINE ' LINE-NO ' SKIPPED BY THE AIM '
                        'MODEL - AIM UNDERFLOW'
                        INTO CLRNRPT-REC
                 WRITE CLRNRPT-REC
               ELSE
                 SUBTRACT NUM FROM AIM
               END-IF
             WHEN OTHER
               MOVE 'N' TO STEP-OK-FLAG
               ADD 1 TO SKIP-CNT
               MOVE SPACES TO CLRNRPT-REC
               STRING 'LINE ' LINE-NO ' SKIPPED BY BOTH MODELS - '
                      'UNRECOGNIZED COMMAND: ' PZL-RECORD
                      INTO CLRNRPT-REC
               WRITE CLRNRPT-REC
           END-EVALUATE
           .

      *> Read the sweep forward until it reaches the sub's POS-X.
      *> The reading there is kept only if it is a usable number -
      *> a garbled sonar line still occupies its position, so the
      *> readings after it stay aligned.
       ALIGN-SONAR SECTION.
           PERFORM UNTIL SONAR-POS NOT < POS-X OR SONARIN-EOF
             READ SONARIN
             IF SONARIN-FS NOT = '00'
               SET SONARIN-EOF TO TRUE
             ELSE
               ADD 1 TO SONAR-POS
               MOVE 'N' TO SONAR-OK-FLAG
               MOVE SONAR-RECORD TO NUMV-INPUT
               PERFORM VALIDATE-NUMVAL
               IF NUMV-IS-VALID
                 COMPUTE SEABED = FUNCTION NUMVAL(SONAR-RECORD)
                 SET SONAR-READING-OK TO TRUE
               END-IF
             END-IF
           END-PERFORM
           .

       LIST-CLEARANCE SECTION.
           MOVE SPACES TO CLRNRPT-REC
           IF POS-X = 0 OR SONAR-POS NOT = POS-X
              OR NOT SONAR-READING-OK
             ADD 1 TO NO-READ-CNT
             STRING LINE-NO ' ' CMD ' ' NUM ' ' POS-X
                    ' -----  ' DEPTH-DIRECT '  NO READING  '
                    DEPTH-AIM
                    INTO CLRNRPT-REC
             WRITE CLRNRPT-REC
             EXIT SECTION
           END-IF

           COMPUTE CLR-DIRECT = SEABED - DEPTH-DIRECT
           COMPUTE CLR-AIM = SEABED - DEPTH-AIM
           IF NOT MIN-DIRECT-SEEN OR CLR-DIRECT < MIN-CLR-DIRECT
             SET MIN-DIRECT-SEEN TO TRUE
             MOVE CLR-DIRECT TO MIN-CLR-DIRECT
             MOVE LINE-NO TO MIN-LINE-DIRECT
             MOVE POS-X TO MIN-POS-DIRECT
           END-IF
           IF NOT MIN-AIM-SEEN OR CLR-AIM < MIN-CLR-AIM
             SET MIN-AIM-SEEN TO TRUE
             MOVE CLR-AIM TO MIN-CLR-AIM
             MOVE LINE-NO TO MIN-LINE-AIM
             MOVE POS-X TO MIN-POS-AIM
           END-IF

           EVALUATE TRUE
             WHEN CLR-DIRECT NOT > 0 AND CLR-AIM NOT > 0
               MOVE '** BOTH' TO FLAG-TEXT
             WHEN CLR-DIRECT NOT > 0
               MOVE '** DIRECT' TO FLAG-TEXT
             WHEN CLR-AIM NOT > 0
               MOVE '** AIM' TO FLAG-TEXT
             WHEN OTHER
               MOVE SPACES TO FLAG-TEXT
           END-EVALUATE

           MOVE CLR-DIRECT TO CLR-DIRECT-ED
           MOVE CLR-AIM TO CLR-AIM-ED
           STRING LINE-NO ' ' CMD ' ' NUM ' ' POS-X ' ' SEABED
                  '  ' DEPTH-DIRECT ' ' CLR-DIRECT-ED '  '
                  DEPTH-AIM ' ' CLR-AIM-ED ' ' FLAG-TEXT
                  INTO CLRNRPT-REC
           WRITE CLRNRPT-REC

           IF FLAG-TEXT NOT = SPACES
             PERFORM WRITE-AGROUND-EXCEPTION
           END-IF
           .

       WRITE-AGROUND-EXCEPTION SECTION.
           ADD 1 TO EXCP-CNT
           MOVE LINE-NO TO EXCM-LINE
           MOVE 'AGROUND' TO EXCM-REASON
           MOVE SPACES TO EXCM-IMAGE
           STRING FUNCTION TRIM(FLAG-TEXT(4:6)) ' POS-X=' POS-X
                  ' SEABED=' SEABED ' DIRECT=' DEPTH-DIRECT
                  ' AIM=' DEPTH-AIM ' ' PZL-RECORD
                  INTO EXCM-IMAGE
           PERFORM WRITE-EXCPMSTR
           .

       WRITE-CLEARANCE-SUMMARY SECTION.
           MOVE SPACES TO CLRNRPT-REC
           IF MIN-DIRECT-SEEN
             MOVE MIN-CLR-DIRECT TO CLR-DIRECT-ED
             STRING 'MINIMUM CLEARANCE, DIRECT MODEL: '
                    CLR-DIRECT-ED ' AT LINE ' MIN-LINE-DIRECT
                    ' POS-X ' MIN-POS-DIRECT
                    INTO CLRNRPT-REC
           ELSE
             STRING 'MINIMUM CLEARANCE, DIRECT MODEL: NO STEP OVER A '
                    'SONAR READING'
                    INTO CLRNRPT-REC
           END-IF
           WRITE CLRNRPT-REC
           DISPLAY CLRNRPT-REC

           MOVE SPACES TO CLRNRPT-REC
           IF MIN-AIM-SEEN
             MOVE MIN-CLR-AIM TO CLR-AIM-ED
             STRING 'MINIMUM CLEARANCE, AIM MODEL:    '
                    CLR-AIM-ED ' AT LINE ' MIN-LINE-AIM
                    ' POS-X ' MIN-POS-AIM
                    INTO CLRNRPT-REC
           ELSE
             STRING 'MINIMUM CLEARANCE, AIM MODEL:    NO STEP OVER A '
                    'SONAR READING'
                    INTO CLRNRPT-REC
           END-IF
           WRITE CLRNRPT-REC
           DISPLAY CLRNRPT-REC

           MOVE SPACES TO CLRNRPT-REC
           STRING EXCP-CNT ' STEP(S) AT OR BELOW THE SEABED, '
                  NO-READ-CNT ' STEP(S) WITH NO SONAR READING, '
                  SKIP-CNT ' LINE(S) SKIPPED'
                  INTO CLRNRPT-REC
           WRITE CLRNRPT-REC
           DISPLAY CLRNRPT-REC
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'CLRNRPT' TO DSNP-PGM
           MOVE PZL-RECORD TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'LINE-NO' TO DSNP-ADD-NAME
           MOVE LINE-NO TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'SKIP-CNT' TO DSNP-ADD-NAME
           MOVE SKIP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'NO-READ-CNT' TO DSNP-ADD-NAME
           MOVE NO-READ-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'EXCP-CNT' TO DSNP-ADD-NAME
           MOVE EXCP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'SONARIN-FLAG' TO DSNP-ADD-NAME
           MOVE SONARIN-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-RECORD
           COPY PZLFSCHK.
           IF NOT PZLINPUT-EOF
             ADD 1 TO LINE-NO
           END-IF
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY EXCMOPN.

       COPY EXCMWR.

       COPY TOLRD.

       COPY TOLCHK.

       COPY NUMVCHK.

       COPY RPTKCHK.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
