       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHADCMP.

      *> Shadow-run comparison report. RUNALL runs each candidate
      *> version on SHADREG.txt straight after its production step,
      *> on the same input and under the same run id, with every
      *> record it writes diverted to the SHADOW_ files, and leaves
      *> one SHADHIST.txt record per candidate run (see SHDWFD.cpy).
      *> This puts the two sides of each of those runs together:
      *>   answers     - every answer the candidate wrote (the
      *>                 SHADOW_ANSHIST records sequenced inside the
      *>                 run's range) against production's answer to
      *>                 the same label under the same run id -
      *>                 MATCH, DIFFER, or NO-PROD when production
      *>                 never answered that label;
      *>   elapsed     - candidate seconds against production's, and
      *>                 the difference;
      *>   exceptions  - what each side added to its exception
      *>                 master.
      *> A closing summary per step and candidate gives the verdict
      *> a promotion is decided on: CLEAN when every run in the
      *> window ran, matched production answer for answer, returned
      *> no worse a code and raised no more exceptions; REVIEW
      *> otherwise. SHADCMP_DAYS sets the window in days back from
      *> today (default 7 - a week of real feeds). RC 4 when any
      *> candidate needs review.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SHDWSEL.

           COPY ANSHSEL.

      *> The candidates' answer history - the SHADOW_ copy of
      *> whatever ANSHIST-DSN resolved to.
           SELECT SHDWANS ASSIGN TO DYNAMIC SHDW-ANSH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHDWANS-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY SHDWFD.

       COPY ANSHFD.

       FD  SHDWANS.
       01  SHDWANS-REC        PIC X(120).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY SHDWWS.
           COPY ANSHWS.
           COPY RUNIWS.
           COPY RPGNWS.
           05 SHDW-ANSH-DSN   PIC X(80).
           05 SHDWANS-FS      PIC XX.
           05 WINDOW-DAYS     PIC 9(3)   VALUE 7.
           05 WINDOW-TXT      PIC X(4).
           05 TODAY-DATE      PIC 9(8).
           05 FROM-DATE       PIC 9(8).
           05 HIST-SEQ        PIC 9(6).
           05 ROW-IX          PIC S9(4) COMP.
           05 ROW-CNT         PIC S9(4) COMP VALUE 0.
           05 ANS-IX          PIC S9(4) COMP.
           05 ANS-CNT         PIC S9(4) COMP VALUE 0.
           05 SUM-IX          PIC S9(4) COMP.
           05 SUM-CNT         PIC S9(4) COMP VALUE 0.
           05 REVIEW-CNT      PIC 9(3)   VALUE 0.
      *> One row per SHADHIST record in the window, with the answer
      *> tallies the sweeps fill in.
           05 ROW-TBL.
              10 ROW-ENT OCCURS 200 TIMES.
                 15 RW-DATE      PIC X(8).
                 15 RW-RUN-ID    PIC X(16).
                 15 RW-KEY       PIC X(15).
                 15 RW-CAND      PIC X(8).
                 15 RW-OUTCOME   PIC X(8).
                 15 RW-PROD-RC   PIC S9(4).
                 15 RW-CAND-RC   PIC S9(4).
                 15 RW-PROD-HUND PIC 9(8).
                 15 RW-CAND-HUND PIC 9(8).
                 15 RW-PROD-EXC  PIC 9(6).
                 15 RW-CAND-EXC  PIC 9(6).
                 15 RW-SEQ-FROM  PIC 9(6).
                 15 RW-SEQ-TO    PIC 9(6).
                 15 RW-ANS-CNT   PIC 9(4).
                 15 RW-DIFF-CNT  PIC 9(4).
      *> The candidates' answers, each tied to its row, with
      *> production's latest answer to the same label.
           05 ANS-TBL.
              10 ANS-ENT OCCURS 600 TIMES.
                 15 AN-ROW       PIC S9(4) COMP.
                 15 AN-LABEL     PIC X(16).
                 15 AN-SHDW-VAL  PIC X(20).
                 15 AN-PROD-VAL  PIC X(20).
                 15 AN-PROD-FLAG PIC X.
                    88 AN-PROD-FOUND       VALUE 'Y'.
      *> Per step and candidate totals for the verdict.
           05 SUM-TBL.
              10 SUM-ENT OCCURS 40 TIMES.
                 15 SM-KEY       PIC X(15).
                 15 SM-CAND      PIC X(8).
                 15 SM-RUNS      PIC 9(4).
                 15 SM-RAN       PIC 9(4).
                 15 SM-DIFF-RUNS PIC 9(4).
                 15 SM-WORSE-RC  PIC 9(4).
                 15 SM-PROD-HUND PIC 9(10).
                 15 SM-CAND-HUND PIC 9(10).
                 15 SM-PROD-EXC  PIC 9(6).
                 15 SM-CAND-EXC  PIC 9(6).
      *> Print edits.
           05 ANS-CNT-ED      PIC ZZZ9.
           05 DIFF-CNT-ED     PIC ZZZ9.
           05 PROD-SEC-ED     PIC ZZZZ9.99.
           05 CAND-SEC-ED     PIC ZZZZ9.99.
           05 DELTA-SEC-ED    PIC -(5)9.99.
           05 DELTA-HUND      PIC S9(9).
           05 PROD-EXC-ED     PIC ZZZZZ9.
           05 CAND-EXC-ED     PIC ZZZZZ9.
           05 PROD-RC-ED      PIC Z9.
           05 CAND-RC-ED      PIC Z9.
           05 RUNS-ED         PIC ZZZ9.
           05 RAN-ED          PIC ZZZ9.
           05 AVG-HUND        PIC 9(8).
           05 VERDICT         PIC X(6).
           05 ROW-CNT-ED      PIC ZZZ9.

       COPY PRTCWS.

       01  SWITCHES.
           05 ANSHIST-FLAG    PIC X   VALUE 'C'.
              88 ANSHIST-EOF          VALUE 'E'.
           05 SHDWANS-FLAG    PIC X   VALUE 'C'.
              88 SHDWANS-EOF          VALUE 'E'.
           05 SUM-FND-FLAG    PIC X   VALUE 'N'.
              88 SUM-FOUND            VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'SHADCMP' TO RPGN-PGM

           MOVE 7 TO WINDOW-DAYS
           MOVE SPACES TO WINDOW-TXT
           ACCEPT WINDOW-TXT FROM ENVIRONMENT 'SHADCMP_DAYS'
           IF WINDOW-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WINDOW-TXT) = 0
             COMPUTE WINDOW-DAYS = FUNCTION NUMVAL(WINDOW-TXT)
           END-IF
           IF WINDOW-DAYS = 0
             MOVE 7 TO WINDOW-DAYS
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                   - WINDOW-DAYS + 1)

           PERFORM LOAD-SHADHIST
           PERFORM SWEEP-SHADOW-ANSWERS
           PERFORM SWEEP-PROD-ANSWERS
           PERFORM TALLY-ROWS

           MOVE 'SHADRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'SHADOW RUNS - CANDIDATE VERSIONS AGAINST PRODUCTION'
             TO PRT-TITLE
           MOVE 'DATE     RUN-ID           STEP            CANDIDATE OUT
      -         'COME  ANSWERS DIFF  PROD-SEC CAND-SEC DELTA-SEC PROD-EX
      -         'C CAND-EXC RC P/C'
             TO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE SPACES TO PRT-LINE
           STRING 'WINDOW ' FROM-DATE ' TO ' TODAY-DATE
                  ' - SHADOW ANSWERS FROM '
                  FUNCTION TRIM(SHDW-ANSH-DSN)
                  INTO PRT-LINE
           PERFORM PRINT-CMP-LINE
           IF ROW-CNT = 0
             MOVE SPACES TO PRT-LINE
             MOVE 'NO SHADOW RUNS IN THE WINDOW' TO PRT-LINE
             PERFORM PRINT-CMP-LINE
           END-IF
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > ROW-CNT
             PERFORM PRINT-ROW
           END-PERFORM
           PERFORM PRINT-SUMMARY

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           IF REVIEW-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ROW-CNT TO ROW-CNT-ED
           DISPLAY 'SHADCMP: ' ROW-CNT-ED ' SHADOW RUN(S), '
                   REVIEW-CNT ' CANDIDATE(S) FOR REVIEW - REPORT IN '
                   FUNCTION TRIM(PRT-DSN)

           GOBACK
           .

      *> Shadow-run history records dated inside the window, in the
      *> order RUNALL wrote them.
       LOAD-SHADHIST SECTION.
           MOVE 'C' TO SHADHIST-FLAG
           OPEN INPUT SHADHIST
           IF SHADHIST-FS NOT = '00'
             DISPLAY 'SHADCMP: NO SHADOW-RUN HISTORY, FILE STATUS='
                     SHADHIST-FS
             EXIT SECTION
           END-IF
           PERFORM READ-SHADHIST-REC
           PERFORM UNTIL SHADHIST-EOF
             IF SHADHIST-REC(1:8) IS NUMERIC
                AND SHADHIST-REC(1:8) NOT < FROM-DATE
                AND SHADHIST-REC(1:8) NOT > TODAY-DATE
                AND ROW-CNT < 200
               ADD 1 TO ROW-CNT
               MOVE SHADHIST-REC(1:8) TO RW-DATE(ROW-CNT)
               MOVE SHADHIST-REC(10:16) TO RW-RUN-ID(ROW-CNT)
               MOVE SHADHIST-REC(27:15) TO RW-KEY(ROW-CNT)
               MOVE SHADHIST-REC(43:8) TO RW-CAND(ROW-CNT)
               MOVE SHADHIST-REC(52:8) TO RW-OUTCOME(ROW-CNT)
               MOVE SHADHIST-REC(61:4) TO RW-PROD-RC(ROW-CNT)
               MOVE SHADHIST-REC(66:4) TO RW-CAND-RC(ROW-CNT)
               MOVE SHADHIST-REC(71:8) TO RW-PROD-HUND(ROW-CNT)
               MOVE SHADHIST-REC(80:8) TO RW-CAND-HUND(ROW-CNT)
               MOVE SHADHIST-REC(89:6) TO RW-PROD-EXC(ROW-CNT)
               MOVE SHADHIST-REC(96:6) TO RW-CAND-EXC(ROW-CNT)
               MOVE SHADHIST-REC(103:6) TO RW-SEQ-FROM(ROW-CNT)
               MOVE SHADHIST-REC(110:6) TO RW-SEQ-TO(ROW-CNT)
               MOVE 0 TO RW-ANS-CNT(ROW-CNT) RW-DIFF-CNT(ROW-CNT)
             END-IF
             PERFORM READ-SHADHIST-REC
           END-PERFORM
           CLOSE SHADHIST
           .

      *> A shadow answer belongs to the row whose run id it carries
      *> and whose sequence range holds it; the range is what keeps
      *> two candidates shadowing one run apart.
       SWEEP-SHADOW-ANSWERS SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           MOVE ANSHIST-DSN TO SBOX-WRK-DSN
           PERFORM SHDW-PREFIX-WRK
           MOVE SBOX-WRK-DSN TO SHDW-ANSH-DSN
           IF ROW-CNT = 0
             EXIT SECTION
           END-IF
           MOVE 'C' TO SHDWANS-FLAG
           OPEN INPUT SHDWANS
           IF SHDWANS-FS NOT = '00'
             DISPLAY 'SHADCMP: NO SHADOW ANSWER HISTORY, FILE STATUS='
                     SHDWANS-FS
             EXIT SECTION
           END-IF
           PERFORM READ-SHDWANS-REC
           PERFORM UNTIL SHDWANS-EOF
             IF SHDWANS-REC(85:6) IS NUMERIC
               MOVE SHDWANS-REC(85:6) TO HIST-SEQ
               PERFORM VARYING ROW-IX FROM 1 BY 1
                         UNTIL ROW-IX > ROW-CNT
                 IF RW-RUN-ID(ROW-IX) = SHDWANS-REC(66:16)
                    AND HIST-SEQ > RW-SEQ-FROM(ROW-IX)
                    AND HIST-SEQ NOT > RW-SEQ-TO(ROW-IX)
                    AND ANS-CNT < 600
                   ADD 1 TO ANS-CNT
                   MOVE ROW-IX TO AN-ROW(ANS-CNT)
                   MOVE SHDWANS-REC(28:16) TO AN-LABEL(ANS-CNT)
                   MOVE SHDWANS-REC(45:20) TO AN-SHDW-VAL(ANS-CNT)
                   MOVE SPACES TO AN-PROD-VAL(ANS-CNT)
                   MOVE 'N' TO AN-PROD-FLAG(ANS-CNT)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-SHDWANS-REC
           END-PERFORM
           CLOSE SHDWANS
           .

      *> Production's answer is the last non-'H' record under the
      *> same run id for the step's program and the same label - the
      *> step that ran immediately before the candidate.
       SWEEP-PROD-ANSWERS SECTION.
           IF ANS-CNT = 0
             EXIT SECTION
           END-IF
           MOVE 'C' TO ANSHIST-FLAG
           OPEN INPUT ANSHIST
           IF ANSHIST-FS NOT = '00'
             DISPLAY 'SHADCMP: NO ANSWER HISTORY, FILE STATUS='
                     ANSHIST-FS
             EXIT SECTION
           END-IF
           PERFORM READ-ANSHIST-REC
           PERFORM UNTIL ANSHIST-EOF
             IF ANSHIST-REC(83:1) NOT = 'H'
               PERFORM VARYING ANS-IX FROM 1 BY 1
                         UNTIL ANS-IX > ANS-CNT
                 MOVE AN-ROW(ANS-IX) TO ROW-IX
                 IF RW-RUN-ID(ROW-IX) = ANSHIST-REC(66:16)
                    AND RW-KEY(ROW-IX)(1:8) = ANSHIST-REC(1:8)
                    AND AN-LABEL(ANS-IX) = ANSHIST-REC(28:16)
                   MOVE ANSHIST-REC(45:20) TO AN-PROD-VAL(ANS-IX)
                   MOVE 'Y' TO AN-PROD-FLAG(ANS-IX)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-ANSHIST-REC
           END-PERFORM
           CLOSE ANSHIST
           .

      *> Answer and difference counts per row; a run that ran and
      *> wrote no answer at all counts as differing - silence is
      *> not agreement. Then the per step and candidate totals.
       TALLY-ROWS SECTION.
           PERFORM VARYING ANS-IX FROM 1 BY 1 UNTIL ANS-IX > ANS-CNT
             MOVE AN-ROW(ANS-IX) TO ROW-IX
             ADD 1 TO RW-ANS-CNT(ROW-IX)
             IF NOT AN-PROD-FOUND(ANS-IX)
                OR AN-PROD-VAL(ANS-IX) NOT = AN-SHDW-VAL(ANS-IX)
               ADD 1 TO RW-DIFF-CNT(ROW-IX)
             END-IF
           END-PERFORM
           PERFORM VARYING ROW-IX FROM 1 BY 1 UNTIL ROW-IX > ROW-CNT
             IF RW-OUTCOME(ROW-IX) = 'RAN'
                AND RW-ANS-CNT(ROW-IX) = 0
               MOVE 1 TO RW-DIFF-CNT(ROW-IX)
             END-IF
             PERFORM FIND-SUMMARY
             ADD 1 TO SM-RUNS(SUM-IX)
             IF RW-OUTCOME(ROW-IX) = 'RAN'
               ADD 1 TO SM-RAN(SUM-IX)
               ADD RW-PROD-HUND(ROW-IX) TO SM-PROD-HUND(SUM-IX)
               ADD RW-CAND-HUND(ROW-IX) TO SM-CAND-HUND(SUM-IX)
               ADD RW-PROD-EXC(ROW-IX) TO SM-PROD-EXC(SUM-IX)
               ADD RW-CAND-EXC(ROW-IX) TO SM-CAND-EXC(SUM-IX)
               IF RW-DIFF-CNT(ROW-IX) > 0
                 ADD 1 TO SM-DIFF-RUNS(SUM-IX)
               END-IF
               IF RW-CAND-RC(ROW-IX) > RW-PROD-RC(ROW-IX)
                 ADD 1 TO SM-WORSE-RC(SUM-IX)
               END-IF
             END-IF
           END-PERFORM
           .

       FIND-SUMMARY SECTION.
           MOVE 'N' TO SUM-FND-FLAG
           PERFORM VARYING SUM-IX FROM 1 BY 1
                     UNTIL SUM-IX > SUM-CNT OR SUM-FOUND
             IF SM-KEY(SUM-IX) = RW-KEY(ROW-IX)
                AND SM-CAND(SUM-IX) = RW-CAND(ROW-IX)
               SET SUM-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF SUM-FOUND
             SUBTRACT 1 FROM SUM-IX
           ELSE
             IF SUM-CNT < 40
               ADD 1 TO SUM-CNT
             END-IF
             MOVE SUM-CNT TO SUM-IX
             MOVE RW-KEY(ROW-IX) TO SM-KEY(SUM-IX)
             MOVE RW-CAND(ROW-IX) TO SM-CAND(SUM-IX)
             MOVE 0 TO SM-RUNS(SUM-IX) SM-RAN(SUM-IX)
                       SM-DIFF-RUNS(SUM-IX) SM-WORSE-RC(SUM-IX)
                       SM-PROD-HUND(SUM-IX) SM-CAND-HUND(SUM-IX)
                       SM-PROD-EXC(SUM-IX) SM-CAND-EXC(SUM-IX)
           END-IF
           .

      *> One line per shadow run, then one indented line per answer
      *> that did not match production.
       PRINT-ROW SECTION.
           MOVE RW-ANS-CNT(ROW-IX) TO ANS-CNT-ED
           MOVE RW-DIFF-CNT(ROW-IX) TO DIFF-CNT-ED
           COMPUTE PROD-SEC-ED = RW-PROD-HUND(ROW-IX) / 100
           COMPUTE CAND-SEC-ED = RW-CAND-HUND(ROW-IX) / 100
           COMPUTE DELTA-HUND = RW-CAND-HUND(ROW-IX)
                              - RW-PROD-HUND(ROW-IX)
           COMPUTE DELTA-SEC-ED = DELTA-HUND / 100
           MOVE RW-PROD-EXC(ROW-IX) TO PROD-EXC-ED
           MOVE RW-CAND-EXC(ROW-IX) TO CAND-EXC-ED
           MOVE RW-PROD-RC(ROW-IX) TO PROD-RC-ED
           MOVE RW-CAND-RC(ROW-IX) TO CAND-RC-ED
           MOVE SPACES TO PRT-LINE
           STRING RW-DATE(ROW-IX) ' ' RW-RUN-ID(ROW-IX) ' '
                  RW-KEY(ROW-IX) ' ' RW-CAND(ROW-IX) '  '
                  RW-OUTCOME(ROW-IX) ' ' ANS-CNT-ED '    '
                  DIFF-CNT-ED '  ' PROD-SEC-ED ' ' CAND-SEC-ED ' '
                  DELTA-SEC-ED '   ' PROD-EXC-ED '   ' CAND-EXC-ED
                  ' ' PROD-RC-ED '/' CAND-RC-ED
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-CMP-LINE
           PERFORM VARYING ANS-IX FROM 1 BY 1 UNTIL ANS-IX > ANS-CNT
             IF AN-ROW(ANS-IX) = ROW-IX
               EVALUATE TRUE
                 WHEN NOT AN-PROD-FOUND(ANS-IX)
                   MOVE SPACES TO PRT-LINE
                   STRING '    NO-PROD ' AN-LABEL(ANS-IX)
                          ' SHADOW=' AN-SHDW-VAL(ANS-IX)
                          ' - PRODUCTION WROTE NO SUCH ANSWER'
                          DELIMITED BY SIZE INTO PRT-LINE
                   PERFORM PRINT-CMP-LINE
                 WHEN AN-PROD-VAL(ANS-IX) NOT = AN-SHDW-VAL(ANS-IX)
                   MOVE SPACES TO PRT-LINE
                   STRING '    DIFFER  ' AN-LABEL(ANS-IX)
                          ' PROD=' AN-PROD-VAL(ANS-IX)
                          ' SHADOW=' AN-SHDW-VAL(ANS-IX)
                          DELIMITED BY SIZE INTO PRT-LINE
                   PERFORM PRINT-CMP-LINE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             END-IF
           END-PERFORM
           IF RW-OUTCOME(ROW-IX) = 'RAN' AND RW-ANS-CNT(ROW-IX) = 0
             MOVE SPACES TO PRT-LINE
             MOVE '    NO ANSWERS - THE CANDIDATE WROTE NOTHING TO COMPA
      -           'RE' TO PRT-LINE
             PERFORM PRINT-CMP-LINE
           END-IF
           .

      *> The promotion evidence: per step and candidate, the runs
      *> in the window, how many differed, average elapsed seconds
      *> on each side, exception totals and the verdict.
       PRINT-SUMMARY SECTION.
           IF SUM-CNT = 0
             EXIT SECTION
           END-IF
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-CMP-LINE
           MOVE 'SUMMARY   STEP            CANDIDATE RUNS  RAN DIFFER AV
      -         'G-PROD AVG-CAND PROD-EXC CAND-EXC VERDICT'
             TO PRT-LINE
           PERFORM PRINT-CMP-LINE
           PERFORM VARYING SUM-IX FROM 1 BY 1 UNTIL SUM-IX > SUM-CNT
             MOVE SM-RUNS(SUM-IX) TO RUNS-ED
             MOVE SM-RAN(SUM-IX) TO RAN-ED
             MOVE SM-DIFF-RUNS(SUM-IX) TO DIFF-CNT-ED
             MOVE 0 TO PROD-SEC-ED CAND-SEC-ED
             IF SM-RAN(SUM-IX) > 0
               COMPUTE AVG-HUND = SM-PROD-HUND(SUM-IX)
                                / SM-RAN(SUM-IX)
               COMPUTE PROD-SEC-ED = AVG-HUND / 100
               COMPUTE AVG-HUND = SM-CAND-HUND(SUM-IX)
                                / SM-RAN(SUM-IX)
               COMPUTE CAND-SEC-ED = AVG-HUND / 100
             END-IF
             MOVE SM-PROD-EXC(SUM-IX) TO PROD-EXC-ED
             MOVE SM-CAND-EXC(SUM-IX) TO CAND-EXC-ED
             IF SM-RAN(SUM-IX) = SM-RUNS(SUM-IX)
                AND SM-DIFF-RUNS(SUM-IX) = 0
                AND SM-WORSE-RC(SUM-IX) = 0
                AND SM-CAND-EXC(SUM-IX) NOT > SM-PROD-EXC(SUM-IX)
               MOVE 'CLEAN' TO VERDICT
             ELSE
               MOVE 'REVIEW' TO VERDICT
               ADD 1 TO REVIEW-CNT
             END-IF
             MOVE SPACES TO PRT-LINE
             STRING '          ' SM-KEY(SUM-IX) ' ' SM-CAND(SUM-IX)
                    '  ' RUNS-ED ' ' RAN-ED '   ' DIFF-CNT-ED ' '
                    PROD-SEC-ED ' ' CAND-SEC-ED '   ' PROD-EXC-ED
                    '   ' CAND-EXC-ED ' ' VERDICT
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-CMP-LINE
           END-PERFORM
           .

       PRINT-CMP-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-SHADHIST-REC SECTION.
           READ SHADHIST
           IF SHADHIST-FS NOT = '00'
             SET SHADHIST-EOF TO TRUE
           END-IF
           .

       READ-SHDWANS-REC SECTION.
           READ SHDWANS
           IF SHDWANS-FS NOT = '00'
             SET SHDWANS-EOF TO TRUE
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
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
