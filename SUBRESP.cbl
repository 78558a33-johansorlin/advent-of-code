       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBRESP.

      *> Submission response ingestion - the return leg of
      *> SUBXMIT.cbl. Reads the site's response file (SUBRESP_DSN,
      *> default SUBRESP.txt), one verdict per submitted star:
      *>   YEAR(1:4) DAY(6:2) PART(9:1) VALUE(11:20) VERDICT(32:1,
      *>   A accepted / R rejected) MESSAGE(34:40)
      *>   VERDICT-TS(75:14, YYYYMMDDHHMMSS, optional)
      *> Blank lines and lines starting '*' are comments. Each
      *> verdict is matched to its catalog star and posted to
      *> STARSUB.txt the way SUBMAINT records one by hand: status
      *> A or R, the value the site judged, attempt count up by
      *> one, dated and timed by VERDICT-TS when the site gives it
      *> and by the posting moment when it does not - and
      *> appended to the submission change log (SUBLOG.txt - see
      *> SUBLFD.cpy) as SUBMAINT would log it.
      *>
      *> Only a star SUBXMIT left awaiting a response (status T)
      *> takes a verdict - feeding the same response file twice
      *> must not count an attempt twice - so a verdict for a star
      *> not awaiting one is reported and ignored. Every rejection
      *> goes on the exception master as SUBREJ with the site's
      *> message and raises SU0002 for the analyst; a line that is
      *> not a valid verdict (SUBBAD) or names no catalog star
      *> (SUBNOSTR) goes on the exception master too. Any of these
      *> ends RC 4. Report family SUBRESP through PRTSRV.
      *>
      *> STARSUB.txt is not a sandbox master, so ingestion is
      *> refused under SANDBOX_MODE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PZLCSEL.

           SELECT STARSUB ASSIGN TO 'STARSUB.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STARSUB-FS.

           COPY SUBLSEL.

           SELECT SUBIN ASSIGN TO DYNAMIC SUBIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBIN-FS.

           COPY EXCMSEL.

           COPY RPGNSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY PZLCFD.

       FD  STARSUB.
       01  STARSUB-REC        PIC X(80).

       COPY SUBLFD.

       FD  SUBIN.
       01  SUBIN-REC          PIC X(100).

       COPY EXCMFD.

       COPY RPGNFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY SUBLWS.
           COPY RPGNWS.
           COPY AUDTWS.
           COPY EXCMWS.
           05 STARSUB-FS      PIC XX.
           05 SUBIN-FS        PIC XX.
           05 SUBIN-DSN       PIC X(80).
           05 SUB-IX          PIC S9(4) COMP.
           05 SUB-CNT         PIC S9(4) COMP VALUE 0.
           05 TODAY-DATE      PIC 9(8).
           05 NOW-TIME        PIC 9(8).
           05 RESP-LINE       PIC 9(8).
           05 RESP-YEAR       PIC 9(4).
           05 RESP-DAY        PIC 99.
           05 RESP-PART       PIC 9.
           05 RESP-VALUE      PIC X(20).
           05 RESP-VERDICT    PIC X.
           05 RESP-MSG        PIC X(40).
           05 ACC-CNT         PIC 9(4).
           05 REJ-CNT         PIC 9(4).
           05 IGN-CNT         PIC 9(4).
           05 BAD-CNT         PIC 9(4).
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

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 STARSUB-FLAG    PIC X    VALUE 'C'.
              88 STARSUB-EOF           VALUE 'E'.
           05 SUBIN-FLAG      PIC X    VALUE 'C'.
              88 SUBIN-EOF             VALUE 'E'.
           05 SUB-FND-FLAG    PIC X    VALUE 'N'.
              88 SUB-FOUND             VALUE 'Y'.
           05 POSTED-FLAG     PIC X    VALUE 'N'.
              88 ANY-POSTED            VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SUB-TBL-REC SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'SUBRESP' TO SUBL-PGM
           MOVE 'SUBRESP' TO RPGN-PGM

           IF SANDBOX-ACTIVE
             DISPLAY 'SUBRESP: SANDBOX MODE IS ACTIVE - STARSUB.TXT '
                     'IS THE PRODUCTION SUBMISSION RECORD, SO '
                     'INGESTION IS REFUSED IN THE SANDBOX; UNSET '
                     'SANDBOX_MODE TO POST THE RESPONSES'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 'SUBRESP' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           MOVE 'SUBRESP' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SUBIN-DSN
           ACCEPT SUBIN-DSN FROM ENVIRONMENT 'SUBRESP_DSN'
           IF SUBIN-DSN = SPACES
             MOVE 'SUBRESP.txt' TO SUBIN-DSN
           END-IF

           OPEN INPUT SUBIN
           IF SUBIN-FS NOT = '00'
             DISPLAY 'SUBRESP: NO RESPONSE FILE '
                     FUNCTION TRIM(SUBIN-DSN) ' (STATUS ' SUBIN-FS
                     ') - NOTHING POSTED'
             MOVE 12 TO RETURN-CODE
             PERFORM END-RUN
           END-IF

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-STARSUB

           MOVE 'SUBRESP' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'SUBMISSION RESPONSE INGESTION' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'STAR                           VERDICT'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE SPACES TO PRT-LINE
           STRING 'RESPONSE FILE ' FUNCTION TRIM(SUBIN-DSN)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE

           MOVE 0 TO RESP-LINE
           PERFORM READ-SUBIN-REC
           PERFORM UNTIL SUBIN-EOF
             IF SUBIN-REC NOT = SPACES
                AND SUBIN-REC(1:1) NOT = '*'
               PERFORM INGEST-RESPONSE
             END-IF
             PERFORM READ-SUBIN-REC
           END-PERFORM
           CLOSE SUBIN

           IF ANY-POSTED
             PERFORM WRITE-STARSUB-FILE
           END-IF

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING ACC-CNT ' ACCEPTED, ' REJ-CNT ' REJECTED, '
                  IGN-CNT ' NOT AWAITING A RESPONSE, ' BAD-CNT
                  ' UNREADABLE OR UNKNOWN'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TOTAL
           DISPLAY 'SUBRESP: ' PRT-LINE(1:90)

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           IF REJ-CNT > 0 OR IGN-CNT > 0 OR BAD-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           CLOSE EXCPMSTR
           GOBACK
           .

      *> One verdict line: checked, matched to the catalog and to
      *> the star's submission record, then posted.
       INGEST-RESPONSE SECTION.
           MOVE SPACES TO PRT-LINE
           IF SUBIN-REC(1:4) NOT NUMERIC
              OR SUBIN-REC(6:2) NOT NUMERIC
              OR SUBIN-REC(9:1) NOT NUMERIC
              OR (SUBIN-REC(32:1) NOT = 'A'
                  AND SUBIN-REC(32:1) NOT = 'R')
             ADD 1 TO BAD-CNT
             MOVE 'SUBBAD' TO EXCM-REASON
             PERFORM LOG-RESPONSE-EXCP
             STRING 'LINE ' RESP-LINE ' NOT A VALID VERDICT - '
                    SUBIN-REC(1:40)
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
             EXIT SECTION
           END-IF
           MOVE SUBIN-REC(1:4) TO RESP-YEAR
           MOVE SUBIN-REC(6:2) TO RESP-DAY
           MOVE SUBIN-REC(9:1) TO RESP-PART
           MOVE SUBIN-REC(11:20) TO RESP-VALUE
           MOVE SUBIN-REC(32:1) TO RESP-VERDICT
           MOVE SUBIN-REC(34:40) TO RESP-MSG

           MOVE 'N' TO SD-FND-FLAG
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
                                               OR SD-FOUND
             IF SD-YEAR(SDX) = RESP-YEAR
                AND SD-DAY(SDX) = RESP-DAY
                AND SD-PART(SDX) = RESP-PART
               SET SD-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT SD-FOUND
             ADD 1 TO BAD-CNT
             MOVE 'SUBNOSTR' TO EXCM-REASON
             PERFORM LOG-RESPONSE-EXCP
             STRING 'LINE ' RESP-LINE ' ' RESP-YEAR ' DAY ' RESP-DAY
                    ' PART ' RESP-PART ' - NO CATALOG ENTRY'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
             EXIT SECTION
           END-IF
           SET SDX DOWN BY 1
           MOVE SPACES TO STAR-TEXT
           STRING SD-YEAR(SDX) ' DAY ' SD-DAY(SDX) ' PART '
                  SD-PART(SDX) ' ' SD-PGM(SDX)
                  DELIMITED BY SIZE INTO STAR-TEXT

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
             IF SB-STATUS(SUB-IX) NOT = 'T'
               MOVE 'N' TO SUB-FND-FLAG
             END-IF
           END-IF
           IF NOT SUB-FOUND
             ADD 1 TO IGN-CNT
             STRING STAR-TEXT ' VERDICT ' RESP-VERDICT
                    ' IGNORED - NOT AWAITING A RESPONSE'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
             EXIT SECTION
           END-IF

           PERFORM POST-VERDICT
           .

      *> Records the site's verdict as SUBMAINT would: the value
      *> judged, today's date, one more attempt.
       POST-VERDICT SECTION.
           MOVE RESP-VALUE TO SB-VALUE(SUB-IX)
      *> The site's own verdict time when the response carries
      *> one, otherwise the moment it is posted here.
           IF SUBIN-REC(75:14) IS NUMERIC
             MOVE SUBIN-REC(75:8) TO SB-DATE(SUB-IX)
             MOVE SUBIN-REC(83:6) TO SB-TIME(SUB-IX)
           ELSE
             ACCEPT NOW-TIME FROM TIME
             MOVE TODAY-DATE TO SB-DATE(SUB-IX)
             MOVE NOW-TIME(1:6) TO SB-TIME(SUB-IX)
           END-IF
           IF SB-ATTEMPTS(SUB-IX) < 99
             ADD 1 TO SB-ATTEMPTS(SUB-IX)
           END-IF
           MOVE RESP-VERDICT TO SB-STATUS(SUB-IX)
           MOVE 'VERDCT' TO SUBL-ACTION
           PERFORM WRITE-SUBLOG-REC
           SET ANY-POSTED TO TRUE
           IF RESP-VERDICT = 'A'
             ADD 1 TO ACC-CNT
             STRING STAR-TEXT ' ACCEPTED VALUE='
                    FUNCTION TRIM(RESP-VALUE)
                    ' ATTEMPT ' SB-ATTEMPTS(SUB-IX)
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
           ELSE
             ADD 1 TO REJ-CNT
             STRING STAR-TEXT ' REJECTED VALUE='
                    FUNCTION TRIM(RESP-VALUE)
                    ' ATTEMPT ' SB-ATTEMPTS(SUB-IX)
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
             MOVE SPACES TO PRT-LINE
             STRING '       SITE SAYS: ' RESP-MSG
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
             MOVE 'SUBREJ' TO EXCM-REASON
             PERFORM LOG-RESPONSE-EXCP
             PERFORM TELL-REJECTION
           END-IF
           .

       LOG-RESPONSE-EXCP SECTION.
           MOVE RESP-LINE TO EXCM-LINE
           MOVE SUBIN-REC TO EXCM-IMAGE
           PERFORM WRITE-EXCPMSTR
           .

       TELL-REJECTION SECTION.
           MOVE 'SUBRESP' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE 'SU0002' TO MSG-ID
           MOVE 'W' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING 'SITE REJECTED ' SD-YEAR(SDX) ' DAY ' SD-DAY(SDX)
                  ' PART ' SD-PART(SDX) ' VALUE '
                  FUNCTION TRIM(RESP-VALUE) ' ON ATTEMPT '
                  SB-ATTEMPTS(SUB-IX)
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

       READ-SUBIN-REC SECTION.
           READ SUBIN
           IF SUBIN-FS NOT = '00'
             SET SUBIN-EOF TO TRUE
           ELSE
             ADD 1 TO RESP-LINE
           END-IF
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

       COPY SUBLWR.

       COPY PZLCRD.

       COPY EXCMOPN.

       COPY EXCMWR.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
