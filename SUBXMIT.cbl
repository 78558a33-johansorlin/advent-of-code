       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBXMIT.

      *> Submission transmittal. SUBMAINT records a submission only
      *> after someone has typed the answer into the site, which is
      *> where the transcription slips and the forgotten stars came
      *> from. This builds the outbound submission file instead:
      *> one record per catalog star that has a production answer
      *> on record (the latest non-historical ANSHIST value, rolled
      *> year segments included, as CERTCHK reads them) and is not
      *> yet accepted on STARSUB.txt. Fixed offsets:
      *>   YEAR(1:4) DAY(6:2) PART(9:1) VALUE(11:20) PGM(32:8)
      *>   LABEL(41:16) RUN-ID(58:16)
      *> RUN-ID is the run that produced the value. The file is
      *> SUBXMIT_DSN, default SUBXMIT_YYYYMMDD.txt, added to when
      *> it already exists; SUBRESP.cbl ingests the site's answer.
      *>
      *> Each star sent is marked T (transmitted, awaiting the
      *> site's response) on STARSUB.txt with today's date and the
      *> value sent - the attempt count moves only when the verdict
      *> comes back - and the new record is appended to the
      *> submission change log (SUBLOG.txt - see SUBLFD.cpy). A
      *> star already awaiting a response is not sent again
      *> unless SUBXMIT_RESEND=Y. A star the site rejected is
      *> held back while production still holds the very value it
      *> rejected - resending it would only burn an attempt - and
      *> goes out again once a rerun produces a new value. Report
      *> family SUBXMIT through PRTSRV, SU0001 logged.
      *>
      *> STARSUB.txt and the outbound file are not sandbox masters,
      *> so the transmittal is refused under SANDBOX_MODE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ANSHSEL.

           COPY ANSGSEL.

           COPY ASEGSEL.

           COPY PZLCSEL.

           SELECT STARSUB ASSIGN TO 'STARSUB.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STARSUB-FS.

           COPY SUBLSEL.

           SELECT SUBOUT ASSIGN TO DYNAMIC SUBOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBOUT-FS.

           COPY RPGNSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ANSHFD.

       COPY ANSGFD.

       COPY ASEGFD.

       COPY PZLCFD.

       FD  STARSUB.
       01  STARSUB-REC        PIC X(80).

       COPY SUBLFD.

       FD  SUBOUT.
       01  SUBOUT-REC         PIC X(80).

       COPY RPGNFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSHWS.
           COPY ASEGWS.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY SUBLWS.
           COPY RPGNWS.
           COPY AUDTWS.
           05 STARSUB-FS      PIC XX.
           05 SUBOUT-FS       PIC XX.
           05 SUBOUT-DSN      PIC X(80).
           05 RESEND-SW       PIC X.
              88 RESEND-WAITING        VALUE 'Y'.
           05 ANSHIST-RUN     PIC X(16).
           05 SUB-IX          PIC S9(4) COMP.
           05 SUB-CNT         PIC S9(4) COMP VALUE 0.
           05 TODAY-DATE      PIC 9(8).
           05 NOW-TIME        PIC 9(8).
           05 XMIT-CNT        PIC 9(4).
           05 WAIT-CNT        PIC 9(4).
           05 HELD-CNT        PIC 9(4).
           05 ACC-CNT         PIC 9(4).
           05 NOPROD-CNT      PIC 9(4).
           05 STAR-TEXT       PIC X(30).

       01  SUB-TBL-REC.
           05 SUB-TBL OCCURS 1 TO 100 TIMES
                 DEPENDING ON SUB-CNT.
              10 SB-PGM       PIC X(8).
              10 SB-LABEL     PIC X(16).
              10 SB-VALUE     PIC X(20).
              10 SB-DATE      PIC 9(8).
              10 SB-STATUS    PIC X.
              10 SB-ATTEMPTS  PIC 99.
              10 SB-TIME      PIC 9(6).

      *> Latest production value per catalog entry and the run that
      *> produced it, from one sweep of the answer history.
       01  PROD-TBL-REC.
           05 PROD-TBL OCCURS 100 TIMES.
              10 PROD-FLAG    PIC X.
                 88 PROD-PRESENT      VALUE 'Y'.
              10 PROD-VALUE   PIC X(20).
              10 PROD-RUN     PIC X(16).

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 STARSUB-FLAG    PIC X    VALUE 'C'.
              88 STARSUB-EOF           VALUE 'E'.
           05 SUB-FND-FLAG    PIC X    VALUE 'N'.
              88 SUB-FOUND             VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SUB-TBL-REC PROD-TBL-REC SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'SUBXMIT' TO SUBL-PGM
           MOVE 'SUBXMIT' TO RPGN-PGM

           IF SANDBOX-ACTIVE
             DISPLAY 'SUBXMIT: SANDBOX MODE IS ACTIVE - STARSUB.TXT '
                     'IS THE PRODUCTION SUBMISSION RECORD, SO THE '
                     'TRANSMITTAL IS REFUSED IN THE SANDBOX; UNSET '
                     'SANDBOX_MODE TO TRANSMIT'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 'SUBXMIT' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE SPACES TO RESEND-SW
           ACCEPT RESEND-SW FROM ENVIRONMENT 'SUBXMIT_RESEND'
           MOVE SPACES TO SUBOUT-DSN
           ACCEPT SUBOUT-DSN FROM ENVIRONMENT 'SUBXMIT_DSN'
           IF SUBOUT-DSN = SPACES
             STRING 'SUBXMIT_' TODAY-DATE '.txt'
                    DELIMITED BY SIZE INTO SUBOUT-DSN
           END-IF

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-STARSUB
           PERFORM SWEEP-ANSHIST

      *> A second transmittal the same day adds to the day's file
      *> rather than replace records not yet sent to the site.
           OPEN EXTEND SUBOUT
           IF SUBOUT-FS = '35'
             OPEN OUTPUT SUBOUT
           END-IF
           IF SUBOUT-FS NOT = '00'
             DISPLAY 'SUBXMIT: CANNOT OPEN ' FUNCTION TRIM(SUBOUT-DSN)
                     ' FOR OUTPUT, STATUS ' SUBOUT-FS
                     ' - NOTHING TRANSMITTED'
             MOVE 12 TO RETURN-CODE
             PERFORM END-RUN
           END-IF

           MOVE 'SUBXMIT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'SUBMISSION TRANSMITTAL' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'STAR                           ACTION'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE SPACES TO PRT-LINE
           STRING 'TRANSMITTAL FILE ' FUNCTION TRIM(SUBOUT-DSN)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE

           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
             SET STX TO SDX
             PERFORM CONSIDER-STAR
           END-PERFORM

           CLOSE SUBOUT
           IF XMIT-CNT > 0
             PERFORM WRITE-STARSUB-FILE
           END-IF

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING XMIT-CNT ' TRANSMITTED, ' WAIT-CNT
                  ' AWAITING A RESPONSE, ' HELD-CNT
                  ' HELD AT A REJECTED VALUE, ' ACC-CNT
                  ' ALREADY ACCEPTED, ' NOPROD-CNT
                  ' NOT YET COMPUTED'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TOTAL
           DISPLAY 'SUBXMIT: ' PRT-LINE(1:120)

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM TELL-TRANSMITTAL
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           GOBACK
           .

      *> One catalog star: sent, or reported with why it was not.
       CONSIDER-STAR SECTION.
           MOVE SPACES TO STAR-TEXT
           STRING SD-YEAR(SDX) ' DAY ' SD-DAY(SDX) ' PART '
                  SD-PART(SDX) ' ' SD-PGM(SDX)
                  DELIMITED BY SIZE INTO STAR-TEXT
           IF NOT PROD-PRESENT(STX)
             ADD 1 TO NOPROD-CNT
             EXIT SECTION
           END-IF
           PERFORM FIND-STARSUB-REC
           MOVE SPACES TO PRT-LINE
           EVALUATE TRUE
             WHEN NOT SUB-FOUND
               PERFORM TRANSMIT-STAR
             WHEN SB-STATUS(SUB-IX) = 'A'
               ADD 1 TO ACC-CNT
               EXIT SECTION
             WHEN SB-STATUS(SUB-IX) = 'T' AND NOT RESEND-WAITING
               ADD 1 TO WAIT-CNT
               STRING STAR-TEXT ' AWAITING RESPONSE, SENT '
                      SB-DATE(SUB-IX) ' - NOT SENT AGAIN'
                      DELIMITED BY SIZE INTO PRT-LINE
             WHEN SB-STATUS(SUB-IX) = 'R'
                  AND SB-VALUE(SUB-IX) = PROD-VALUE(STX)
               ADD 1 TO HELD-CNT
               STRING STAR-TEXT ' HELD - THE SITE REJECTED '
                      FUNCTION TRIM(PROD-VALUE(STX))
                      ' ON ' SB-DATE(SUB-IX)
                      '; RERUN BEFORE RESENDING'
                      DELIMITED BY SIZE INTO PRT-LINE
             WHEN OTHER
               PERFORM TRANSMIT-STAR
           END-EVALUATE
           PERFORM PRINT-LINE
           .

      *> Writes the outbound record and marks the star transmitted,
      *> creating its submission record on first transmittal.
       TRANSMIT-STAR SECTION.
           IF NOT SUB-FOUND
             IF SUB-CNT NOT < 100
               STRING STAR-TEXT ' NOT SENT - SUBMISSION TABLE FULL'
                      DELIMITED BY SIZE INTO PRT-LINE
               EXIT SECTION
             END-IF
             ADD 1 TO SUB-CNT
             MOVE SUB-CNT TO SUB-IX
             MOVE SD-PGM(SDX) TO SB-PGM(SUB-IX)
             MOVE SD-LABEL(SDX) TO SB-LABEL(SUB-IX)
             MOVE 0 TO SB-ATTEMPTS(SUB-IX)
           END-IF

           MOVE SPACES TO SUBOUT-REC
           MOVE SD-YEAR(SDX) TO SUBOUT-REC(1:4)
           MOVE SD-DAY(SDX) TO SUBOUT-REC(6:2)
           MOVE SD-PART(SDX) TO SUBOUT-REC(9:1)
           MOVE PROD-VALUE(STX) TO SUBOUT-REC(11:20)
           MOVE SD-PGM(SDX) TO SUBOUT-REC(32:8)
           MOVE SD-LABEL(SDX) TO SUBOUT-REC(41:16)
           MOVE PROD-RUN(STX) TO SUBOUT-REC(58:16)
           WRITE SUBOUT-REC

           MOVE PROD-VALUE(STX) TO SB-VALUE(SUB-IX)
           MOVE TODAY-DATE TO SB-DATE(SUB-IX)
           MOVE NOW-TIME(1:6) TO SB-TIME(SUB-IX)
           MOVE 'T' TO SB-STATUS(SUB-IX)
           MOVE 'XMIT' TO SUBL-ACTION
           PERFORM WRITE-SUBLOG-REC
           ADD 1 TO XMIT-CNT
           STRING STAR-TEXT ' TRANSMITTED VALUE='
                  FUNCTION TRIM(PROD-VALUE(STX))
                  ' PRIOR ATTEMPTS ' SB-ATTEMPTS(SUB-IX)
                  DELIMITED BY SIZE INTO PRT-LINE
           .

       FIND-STARSUB-REC SECTION.
           MOVE 'N' TO SUB-FND-FLAG
           PERFORM VARYING SUB-IX FROM 1 BY 1 UNTIL SUB-IX > SUB-CNT
                                                 OR SUB-FOUND
             IF SB-PGM(SUB-IX) = SD-PGM(SDX)
                AND SB-LABEL(SUB-IX) = SD-LABEL(SDX)
               SET SUB-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF SUB-FOUND
             COMPUTE SUB-IX = SUB-IX - 1
           END-IF
           .

       TELL-TRANSMITTAL SECTION.
           MOVE 'SUBXMIT' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE 'SU0001' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING XMIT-CNT ' STAR(S) TRANSMITTED IN '
                  FUNCTION TRIM(SUBOUT-DSN) ', ' HELD-CNT
                  ' HELD AT A REJECTED VALUE'
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
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

       LOAD-STARSUB SECTION.
           OPEN INPUT STARSUB
           IF STARSUB-FS = '00'
             PERFORM READ-STARSUB-REC
             PERFORM UNTIL STARSUB-EOF
               IF STARSUB-REC NOT = SPACES AND SUB-CNT < 100
                 ADD 1 TO SUB-CNT
                 MOVE STARSUB-REC(1:8) TO SB-PGM(SUB-CNT)
                 MOVE STARSUB-REC(10:16) TO SB-LABEL(SUB-CNT)
                 MOVE STARSUB-REC(27:20) TO SB-VALUE(SUB-CNT)
                 IF STARSUB-REC(48:8) IS NUMERIC
                   MOVE STARSUB-REC(48:8) TO SB-DATE(SUB-CNT)
                 ELSE
                   MOVE 0 TO SB-DATE(SUB-CNT)
                 END-IF
                 MOVE STARSUB-REC(57:1) TO SB-STATUS(SUB-CNT)
                 IF STARSUB-REC(59:2) IS NUMERIC
                   MOVE STARSUB-REC(59:2) TO SB-ATTEMPTS(SUB-CNT)
                 ELSE
                   MOVE 0 TO SB-ATTEMPTS(SUB-CNT)
                 END-IF
                 IF STARSUB-REC(62:6) IS NUMERIC
                   MOVE STARSUB-REC(62:6) TO SB-TIME(SUB-CNT)
                 ELSE
                   MOVE 0 TO SB-TIME(SUB-CNT)
                 END-IF
               END-IF
               PERFORM READ-STARSUB-REC
             END-PERFORM
             CLOSE STARSUB
           END-IF
           .

       READ-STARSUB-REC SECTION.
           READ STARSUB
           IF STARSUB-FS NOT = '00'
             SET STARSUB-EOF TO TRUE
           END-IF
           .

       WRITE-STARSUB-FILE SECTION.
           OPEN OUTPUT STARSUB
           PERFORM VARYING SUB-IX FROM 1 BY 1 UNTIL SUB-IX > SUB-CNT
             MOVE SPACES TO STARSUB-REC
             MOVE SB-PGM(SUB-IX) TO STARSUB-REC(1:8)
             MOVE SB-LABEL(SUB-IX) TO STARSUB-REC(10:16)
             MOVE SB-VALUE(SUB-IX) TO STARSUB-REC(27:20)
             MOVE SB-DATE(SUB-IX) TO STARSUB-REC(48:8)
             MOVE SB-STATUS(SUB-IX) TO STARSUB-REC(57:1)
             MOVE SB-ATTEMPTS(SUB-IX) TO STARSUB-REC(59:2)
             IF SB-TIME(SUB-IX) > 0
               MOVE SB-TIME(SUB-IX) TO STARSUB-REC(62:6)
             END-IF
             WRITE STARSUB-REC
           END-PERFORM
           CLOSE STARSUB
           .

      *> The last production record seen for each catalog entry
      *> wins - rolled year segments first, then the live history.
       SWEEP-ANSHIST SECTION.
           PERFORM SCAN-ANSH-SEGMENTS
           OPEN INPUT ANSHIST
           IF ANSHIST-FS = '00'
             PERFORM READ-ANSHIST-REC
             PERFORM UNTIL ANSHIST-EOF
               IF ANSHIST-REC(83:1) NOT = 'H'
                 PERFORM APPLY-PROD-REC
               END-IF
               PERFORM READ-ANSHIST-REC
             END-PERFORM
             CLOSE ANSHIST
           END-IF
           .

       APPLY-SEGANSH-REC SECTION.
           IF ANSHSEGF-REC(83:1) NOT = 'H'
             MOVE ANSHSEGF-REC(1:8) TO ANSHIST-PGM
             MOVE ANSHSEGF-REC(28:16) TO ANSHIST-LABEL
             MOVE ANSHSEGF-REC(45:20) TO ANSHIST-VALUE
             MOVE ANSHSEGF-REC(66:16) TO ANSHIST-RUN
             PERFORM APPLY-PROD-REC
           END-IF
           .

       APPLY-PROD-REC SECTION.
           MOVE 'N' TO SD-FND-FLAG
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
                                               OR SD-FOUND
             IF SD-PGM(SDX) = ANSHIST-PGM
                AND SD-LABEL(SDX) = ANSHIST-LABEL
               SET SD-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF SD-FOUND
             SET SDX DOWN BY 1
             SET STX TO SDX
             MOVE 'Y' TO PROD-FLAG(STX)
             MOVE ANSHIST-VALUE TO PROD-VALUE(STX)
             MOVE ANSHIST-RUN TO PROD-RUN(STX)
           END-IF
           .

       READ-ANSHIST-REC SECTION.
           READ ANSHIST
           PERFORM UNTIL ANSHIST-FS NOT = '00'
                      OR ANSHIST-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE ANSHIST-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ ANSHIST
           END-PERFORM
           IF ANSHIST-FS NOT = '00'
             SET ANSHIST-EOF TO TRUE
           ELSE
             MOVE ANSHIST-REC(1:8) TO ANSHIST-PGM
             MOVE ANSHIST-REC(28:16) TO ANSHIST-LABEL
             MOVE ANSHIST-REC(45:20) TO ANSHIST-VALUE
             MOVE ANSHIST-REC(66:16) TO ANSHIST-RUN
           END-IF
           .

       COPY ASEGRD.

       COPY SUBLWR.

       COPY PZLCRD.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
