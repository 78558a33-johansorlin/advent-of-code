       IDENTIFICATION DIVISION.
       PROGRAM-ID. XFOOTVFY.

      *> Report-to-answer cross-footing. A puzzle step writes its
      *> answer to ANSHIST.txt and its detail report through the
      *> print service as two separate acts, and nothing ever proved
      *> in production that the two agree - WNDWRPT's INCREASED rows
      *> should count to WNDW-INCR-CNT, MINCRPT's per-game powers
      *> should add to POWER-SUM, SCRDRPT's card points to
      *> POINTS-SUM. XFOOTRUL.txt names, per cataloged answer, the
      *> report family behind it and how its detail lines foot. For
      *> each catalog entry with a rule, the latest production
      *> answer is taken from ANSHIST.txt together with the run id
      *> that wrote it; the report generation that same run id
      *> cataloged in RPTCAT.txt is re-read and re-added, and the
      *> total is compared with the answer. Every disagreement is
      *> reported as a MISMATCH and ends the phase RC 8; an answer
      *> whose report generation cannot be found or read ends it
      *> RC 4. Historical reruns (mode 'H') never count as the
      *> latest production answer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ANSHSEL.

           COPY PZLCSEL.

           COPY RPGNSEL.

           SELECT XFOOTRUL ASSIGN TO 'XFOOTRUL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XFOOTRUL-FS.

           SELECT XFDETAIL ASSIGN TO DYNAMIC XFDETAIL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XFDETAIL-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY ANSHFD.

       COPY PZLCFD.

       COPY RPGNFD.

       FD  XFOOTRUL.
       01  XFOOTRUL-REC       PIC X(80).

       FD  XFDETAIL.
       01  XFDETAIL-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSHWS.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY RPGNWS.
           05 XFOOTRUL-FS     PIC XX.
           05 XFDETAIL-FS     PIC XX.
           05 XFDETAIL-DSN    PIC X(80).
           05 XF-RUL-CNT      PIC S9(4) COMP VALUE 0.
           05 XF-RUL-IX       PIC S9(4) COMP.
           05 XF-KEY-LEN      PIC S9(4) COMP.
           05 XF-TOK-LEN      PIC S9(4) COMP.
           05 XF-LEAD         PIC S9(4) COMP.
           05 XF-HITS         PIC S9(4) COMP.
           05 XF-POS          PIC S9(4) COMP.
           05 XF-NUM-TXT      PIC X(20).
           05 XF-GEN          PIC 9(4).
           05 XF-DETAIL-CNT   PIC 9(8).
           05 XF-FOOT-TOT     PIC S9(18).
           05 XF-FOOT-ED      PIC -(17)9.
           05 XF-ANS-NUM      PIC S9(18).
           05 XF-ANS-ED       PIC -(17)9.
           05 XF-FOOTED-CNT   PIC 9(3)  VALUE 0.
           05 XF-MISMATCH-CNT PIC 9(3)  VALUE 0.
           05 XF-NORPT-CNT    PIC 9(3)  VALUE 0.
           05 XF-NOANS-CNT    PIC 9(3)  VALUE 0.

      *> Cross-foot rules loaded once; one entry per answer whose
      *> detail report can be re-added.
       01  XF-RUL-TBL-REC.
           05 XF-RUL-TBL OCCURS 1 TO 100 TIMES
                 DEPENDING ON XF-RUL-CNT.
              10 XF-RUL-PGM   PIC X(8).
              10 XF-RUL-LABEL PIC X(16).
              10 XF-RUL-RPT   PIC X(12).
              10 XF-RUL-KIND  PIC X.
                 88 XF-RUL-COUNT      VALUE 'C'.
                 88 XF-RUL-SUM        VALUE 'S'.
              10 XF-RUL-KEY   PIC X(8).
              10 XF-RUL-TOKEN PIC X(16).

      *> Latest production answer per catalog entry and the run id
      *> that wrote it, filled by one sweep of ANSHIST.txt.
       01  XF-LAT-TBL-REC.
           05 XF-LAT-TBL OCCURS 100 TIMES.
              10 XF-LAT-FLAG  PIC X.
                 88 XF-LAT-PRESENT    VALUE 'Y'.
              10 XF-LAT-VALUE PIC X(20).
              10 XF-LAT-RUN   PIC X(16).

       COPY PRTCWS.

       01  SWITCHES.
           05 XFOOTRUL-FLAG   PIC X   VALUE 'C'.
              88 XFOOTRUL-EOF         VALUE 'E'.
           05 XFDETAIL-FLAG   PIC X   VALUE 'C'.
              88 XFDETAIL-EOF         VALUE 'E'.
           05 XF-RUL-FND-FLAG PIC X   VALUE 'N'.
              88 XF-RUL-FOUND         VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE XF-LAT-TBL-REC
           PERFORM GET-RUN-ID
           MOVE 'XFOOTVFY' TO RPGN-PGM

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-XFOOT-RULES
           PERFORM LOAD-LATEST-ANSWERS

           MOVE 'XFOOTRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'REPORT-TO-ANSWER CROSS-FOOTING' TO PRT-TITLE
           MOVE
             'PROGRAM  LABEL            REPORT       GEN   DISPOSITION'
             TO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
             PERFORM FOOT-ONE-ANSWER
           END-PERFORM

           MOVE SPACES TO PRT-LINE
           STRING XF-FOOTED-CNT ' FOOTED, ' XF-MISMATCH-CNT
                  ' MISMATCH(ES), ' XF-NORPT-CNT
                  ' WITHOUT A READABLE REPORT, ' XF-NOANS-CNT
                  ' WITHOUT A PRODUCTION ANSWER'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
             DISPLAY 'WARNING: A REPORT COULD NOT BE PRODUCED - '
                     'SEE IOSUMRPT.TXT'
           END-IF

           IF XF-NORPT-CNT > 0 AND RETURN-CODE < 4
             DISPLAY 'XFOOTVFY: AN ANSWER COULD NOT BE CROSS-FOOTED '
                     '- RC 4'
             MOVE 4 TO RETURN-CODE
           END-IF
           IF XF-MISMATCH-CNT > 0
             DISPLAY 'XFOOTVFY: A REPORT DISAGREES WITH ITS ANSWER '
                     '- RC 8'
             MOVE 8 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *> Comment and blank lines are skipped; a rule without a
      *> usable kind or key is reported and skipped rather than
      *> footing every line of some report.
       LOAD-XFOOT-RULES SECTION.
           MOVE 'C' TO XFOOTRUL-FLAG
           OPEN INPUT XFOOTRUL
           IF XFOOTRUL-FS = '00'
             PERFORM READ-XFOOTRUL-REC
             PERFORM UNTIL XFOOTRUL-EOF
               IF XFOOTRUL-REC(1:1) NOT = '*'
                  AND XFOOTRUL-REC NOT = SPACES
                 IF (XFOOTRUL-REC(40:1) = 'C' OR 'S')
                    AND XFOOTRUL-REC(42:8) NOT = SPACES
                    AND XFOOTRUL-REC(51:16) NOT = SPACES
                    AND XF-RUL-CNT < 100
                   ADD 1 TO XF-RUL-CNT
                   MOVE XFOOTRUL-REC(1:8) TO XF-RUL-PGM(XF-RUL-CNT)
                   MOVE XFOOTRUL-REC(10:16)
                     TO XF-RUL-LABEL(XF-RUL-CNT)
                   MOVE XFOOTRUL-REC(27:12) TO XF-RUL-RPT(XF-RUL-CNT)
                   MOVE XFOOTRUL-REC(40:1) TO XF-RUL-KIND(XF-RUL-CNT)
                   MOVE XFOOTRUL-REC(42:8) TO XF-RUL-KEY(XF-RUL-CNT)
                   MOVE XFOOTRUL-REC(51:16)
                     TO XF-RUL-TOKEN(XF-RUL-CNT)
                 ELSE
                   DISPLAY 'XFOOTVFY: UNUSABLE RULE SKIPPED: '
                           XFOOTRUL-REC(1:40)
                 END-IF
               END-IF
               PERFORM READ-XFOOTRUL-REC
             END-PERFORM
             CLOSE XFOOTRUL
           ELSE
             DISPLAY 'XFOOTVFY: NO XFOOTRUL.TXT - NO ANSWER WILL BE '
                     'CROSS-FOOTED'
           END-IF
           .

       READ-XFOOTRUL-REC SECTION.
           READ XFOOTRUL
           IF XFOOTRUL-FS NOT = '00'
             SET XFOOTRUL-EOF TO TRUE
           END-IF
           .

      *> One sweep of the history: the last production record seen
      *> for each catalog entry wins, carrying its run id along so
      *> the report generation of that very run can be found.
       LOAD-LATEST-ANSWERS SECTION.
           OPEN INPUT ANSHIST
           IF ANSHIST-FS = '00'
             PERFORM READ-ANSHIST-REC
             PERFORM UNTIL ANSHIST-EOF
               IF ANSHIST-REC(83:1) NOT = 'H'
                 PERFORM APPLY-LATEST-REC
               END-IF
               PERFORM READ-ANSHIST-REC
             END-PERFORM
             CLOSE ANSHIST
           ELSE
             DISPLAY 'XFOOTVFY: NO ANSHIST.TXT YET - NO PRODUCTION '
                     'ANSWERS ON RECORD'
           END-IF
           .

       APPLY-LATEST-REC SECTION.
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
             MOVE 'Y' TO XF-LAT-FLAG(STX)
             MOVE ANSHIST-VALUE TO XF-LAT-VALUE(STX)
             MOVE ANSHIST-REC(66:16) TO XF-LAT-RUN(STX)
           END-IF
           .

      *> One catalog entry: no rule means the answer has no detail
      *> report that foots to it and it is passed over silently.
       FOOT-ONE-ANSWER SECTION.
           MOVE 'N' TO XF-RUL-FND-FLAG
           PERFORM VARYING XF-RUL-IX FROM 1 BY 1
                     UNTIL XF-RUL-IX > XF-RUL-CNT OR XF-RUL-FOUND
             IF XF-RUL-PGM(XF-RUL-IX) = SD-PGM(SDX)
                AND XF-RUL-LABEL(XF-RUL-IX) = SD-LABEL(SDX)
               SET XF-RUL-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT XF-RUL-FOUND
             EXIT SECTION
           END-IF
           SUBTRACT 1 FROM XF-RUL-IX
           SET STX TO SDX

           IF NOT XF-LAT-PRESENT(STX)
             ADD 1 TO XF-NOANS-CNT
             MOVE SPACES TO PRT-LINE
             STRING SD-PGM(SDX) ' ' SD-LABEL(SDX) ' '
                    XF-RUL-RPT(XF-RUL-IX)
                    ' ----  NO PRODUCTION ANSWER ON RECORD'
                    INTO PRT-LINE
             PERFORM WRITE-XFOOT-LINE
             EXIT SECTION
           END-IF

           PERFORM FIND-RUN-GENERATION
           IF NOT RPGN-FOUND
             ADD 1 TO XF-NORPT-CNT
             MOVE SPACES TO PRT-LINE
             STRING SD-PGM(SDX) ' ' SD-LABEL(SDX) ' '
                    XF-RUL-RPT(XF-RUL-IX)
                    ' ----  NO GENERATION CATALOGED FOR RUN '
                    XF-LAT-RUN(STX)
                    INTO PRT-LINE
             PERFORM WRITE-XFOOT-LINE
             EXIT SECTION
           END-IF

           MOVE RPGN-DSN TO XFDETAIL-DSN
           OPEN INPUT XFDETAIL
           IF XFDETAIL-FS NOT = '00'
             ADD 1 TO XF-NORPT-CNT
             MOVE SPACES TO PRT-LINE
             STRING SD-PGM(SDX) ' ' SD-LABEL(SDX) ' '
                    XF-RUL-RPT(XF-RUL-IX) ' G' XF-GEN
                    ' NOT ON DISK (ROLLED OFF?) - '
                    FUNCTION TRIM(XFDETAIL-DSN)
                    INTO PRT-LINE
             PERFORM WRITE-XFOOT-LINE
             EXIT SECTION
           END-IF

           PERFORM RE-ADD-DETAIL
           CLOSE XFDETAIL

           MOVE XF-FOOT-TOT TO XF-FOOT-ED
           MOVE 0 TO XF-ANS-NUM
           IF FUNCTION TEST-NUMVAL(XF-LAT-VALUE(STX)) = 0
             COMPUTE XF-ANS-NUM = FUNCTION NUMVAL(XF-LAT-VALUE(STX))
           END-IF
           MOVE XF-ANS-NUM TO XF-ANS-ED

           MOVE SPACES TO PRT-LINE
           IF FUNCTION TEST-NUMVAL(XF-LAT-VALUE(STX)) = 0
              AND XF-ANS-NUM = XF-FOOT-TOT
             ADD 1 TO XF-FOOTED-CNT
             STRING SD-PGM(SDX) ' ' SD-LABEL(SDX) ' '
                    XF-RUL-RPT(XF-RUL-IX) ' G' XF-GEN
                    ' FOOTED - DETAIL=' XF-DETAIL-CNT
                    ' RE-ADDED=' FUNCTION TRIM(XF-FOOT-ED)
                    ' ANSHIST=' FUNCTION TRIM(XF-ANS-ED)
                    INTO PRT-LINE
           ELSE
             ADD 1 TO XF-MISMATCH-CNT
             STRING SD-PGM(SDX) ' ' SD-LABEL(SDX) ' '
                    XF-RUL-RPT(XF-RUL-IX) ' G' XF-GEN
                    ' MISMATCH - DETAIL=' XF-DETAIL-CNT
                    ' RE-ADDED=' FUNCTION TRIM(XF-FOOT-ED)
                    ' ANSHIST=' FUNCTION TRIM(XF-LAT-VALUE(STX))
                    ' RUN ' XF-LAT-RUN(STX)
                    INTO PRT-LINE
           END-IF
           PERFORM WRITE-XFOOT-LINE
           .

      *> The highest generation of the rule's report family that the
      *> answer's own run id cataloged - a later run's copy would
      *> foot some other night's answer.
       FIND-RUN-GENERATION SECTION.
           MOVE 'N' TO RPGN-FND-FLAG
           MOVE 0 TO XF-GEN
           MOVE SPACES TO RPGN-DSN
           MOVE 'C' TO RPTCAT-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS = '00'
             PERFORM READ-RPTCAT-REC
             PERFORM UNTIL RPTCAT-EOF
               IF RPTCAT-REC(1:8) = XF-RUL-PGM(XF-RUL-IX)
                  AND RPTCAT-REC(10:12) = XF-RUL-RPT(XF-RUL-IX)
                  AND RPTCAT-REC(46:16) = XF-LAT-RUN(STX)
                  AND RPTCAT-REC(23:4) IS NUMERIC
                  AND RPTCAT-REC(185:4) NOT = 'HTML'
                 MOVE RPTCAT-REC(23:4) TO RPGN-CAT-GEN
                 IF RPGN-CAT-GEN NOT < XF-GEN
                   MOVE RPGN-CAT-GEN TO XF-GEN
                   MOVE RPTCAT-REC(63:80) TO RPGN-DSN
                   SET RPGN-FOUND TO TRUE
                 END-IF
               END-IF
               PERFORM READ-RPTCAT-REC
             END-PERFORM
             CLOSE RPTCAT
           END-IF
           .

      *> Only lines beginning with the rule's key are detail - page
      *> titles and trailing summary lines never are. A count rule
      *> tallies the detail lines carrying the token; a sum rule
      *> adds the number that follows the token, and a keyed line
      *> with no number there (a page heading that happens to start
      *> with the same word) is not detail at all.
       RE-ADD-DETAIL SECTION.
           MOVE 0 TO XF-DETAIL-CNT XF-FOOT-TOT
           COMPUTE XF-KEY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(XF-RUL-KEY(XF-RUL-IX)))
           COMPUTE XF-TOK-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(XF-RUL-TOKEN(XF-RUL-IX)))
           MOVE 'C' TO XFDETAIL-FLAG
           PERFORM READ-XFDETAIL-REC
           PERFORM UNTIL XFDETAIL-EOF
             IF XFDETAIL-REC(1:XF-KEY-LEN) =
                  XF-RUL-KEY(XF-RUL-IX)(1:XF-KEY-LEN)
               IF XF-RUL-COUNT(XF-RUL-IX)
                 ADD 1 TO XF-DETAIL-CNT
                 MOVE 0 TO XF-HITS
                 INSPECT XFDETAIL-REC TALLYING XF-HITS
                     FOR ALL XF-RUL-TOKEN(XF-RUL-IX)(1:XF-TOK-LEN)
                 IF XF-HITS > 0
                   ADD 1 TO XF-FOOT-TOT
                 END-IF
               ELSE
                 PERFORM ADD-TOKEN-VALUE
               END-IF
             END-IF
             PERFORM READ-XFDETAIL-REC
           END-PERFORM
           .

       ADD-TOKEN-VALUE SECTION.
           MOVE 0 TO XF-LEAD
           INSPECT XFDETAIL-REC TALLYING XF-LEAD
               FOR CHARACTERS BEFORE INITIAL
                   XF-RUL-TOKEN(XF-RUL-IX)(1:XF-TOK-LEN)
           COMPUTE XF-POS = XF-LEAD + XF-TOK-LEN + 1
           IF XF-LEAD < LENGTH OF XFDETAIL-REC
              AND XF-POS NOT > LENGTH OF XFDETAIL-REC
             MOVE SPACES TO XF-NUM-TXT
             UNSTRING XFDETAIL-REC(XF-POS:) DELIMITED BY SPACE
                 INTO XF-NUM-TXT
             END-UNSTRING
             IF XF-NUM-TXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(XF-NUM-TXT) = 0
               ADD 1 TO XF-DETAIL-CNT
               COMPUTE XF-FOOT-TOT =
                   XF-FOOT-TOT + FUNCTION NUMVAL(XF-NUM-TXT)
             END-IF
           END-IF
           .

       READ-XFDETAIL-REC SECTION.
           READ XFDETAIL
           IF XFDETAIL-FS NOT = '00'
             SET XFDETAIL-EOF TO TRUE
           END-IF
           .

       WRITE-XFOOT-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE
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
           END-IF
           .

       COPY PZLCRD.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
