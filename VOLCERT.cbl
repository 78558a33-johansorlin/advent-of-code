      *> on a schedule, not the night a big feed arrives.
      *>
      *>   VOLCERT_DAY   SONAR / NAV / GAMES / SCHEM / CARDS /
      *>                 DIAG / BINGO, or ALL (the default)
      *>   VOLCERT_SIZE  records per generated feed (default 50000)
      *>   VOLCERT_DEFECTS  negative-path lines to seed, passed to
      *>                 GENDATA as GENDATA_DEFECTS (blank for none)
      *>
      *> Every format is also certified on its rejects: the
      *> EXCP-<reason> counts GENDATA wrote to GENEXP.txt - zero when
      *> no defects were seeded - are matched, per program, against
      *> the exceptions that program logged to EXCPMSTR under the
      *> test run id, and any reason logged that the generator never
      *> seeded fails as unexpected. A clean volume feed therefore
      *> certifies that nothing valid was rejected.
      *>
      *> Test answers are stamped historical ('H'), the same way
      *> REGTEST stamps its sample runs - synthetic volume answers
       FILE-CONTROL.
           COPY ANSHSEL.

           COPY EXCMSEL.

           SELECT GENEXP ASSIGN TO 'GENEXP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GENEXP-FS.
       FILE SECTION.
       COPY ANSHFD.

       COPY EXCMFD.

       FD  GENEXP.
       01  GENEXP-REC         PIC X(60).

           COPY RUNIWS.
           COPY RPGNWS.
           05 ANSHIST-FS      PIC XX.
           COPY EXCMWS.
           05 GENEXP-FS       PIC XX.
           05 ENV-NAME        PIC X(20).
           05 ENV-VALUE       PIC X(80).
           05 ONLY-DAY        PIC X(8).
           05 VOL-SIZE-TXT    PIC X(8).
           05 VOL-SIZE        PIC X(8).
           05 VOL-DEFECTS     PIC X(80).
           05 FMT-IX          PIC S9(4) COMP.
           05 CHK-PGM         PIC X(8).
           05 CHK-ANS-LBL     PIC X(16).
           05 T-START-HUND    PIC 9(8) COMP.
           05 T-END-HUND      PIC 9(8) COMP.
           05 T-ELAPSED-SEC   PIC 9(6).
      *> Exceptions the test run logged, by program and reason.
           05 XT-CNT          PIC S9(4) COMP.
           05 XT-IX           PIC S9(4) COMP.
           05 XT-TBL.
              10 XT-ENT OCCURS 40 TIMES.
                 15 XT-PGM    PIC X(8).
                 15 XT-REASON PIC X(8).
                 15 XT-TALLY  PIC 9(8).
                 15 XT-SEEN   PIC X.
           05 XT-EXP-CNT      PIC 9(8).
           05 XT-ACT-CNT      PIC 9(8).
           05 XT-REASON-WRK   PIC X(8).

       COPY PRTCWS.

              'DIAG  DAY3PZL1DAY3PZL2POWER'.
           05 FILLER PIC X(48) VALUE
              'POWER           LIFE-SUPP       LIFE-SUPP'.
           05 FILLER PIC X(38) VALUE
              'BINGO DAY4PZL1DAY4PZL2FIRST-WIN'.
           05 FILLER PIC X(48) VALUE
              'FIRST-WIN       LAST-WIN        LAST-WIN'.
       01  FMT-TBL REDEFINES FMT-TBL-VALUES.
           05 FMT-ENT OCCURS 7 TIMES.
              10 FMT-MODE     PIC X(6).
              10 FMT-PGM1     PIC X(8).
              10 FMT-PGM2     PIC X(8).
              88 EXP-FOUND            VALUE 'Y'.
           05 ACT-FND-FLAG    PIC X   VALUE 'N'.
              88 ACT-FOUND            VALUE 'Y'.
           05 EXCPMSTR-FLAG   PIC X   VALUE 'C'.
              88 EXCPMSTR-EOF         VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
              AND FUNCTION TEST-NUMVAL(VOL-SIZE-TXT) = 0
             MOVE VOL-SIZE-TXT TO VOL-SIZE
           END-IF
           MOVE SPACES TO VOL-DEFECTS
           ACCEPT VOL-DEFECTS FROM ENVIRONMENT 'VOLCERT_DEFECTS'

           MOVE 'VOLCRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'VOLUME CERTIFICATION PIPELINE' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           IF VOL-DEFECTS = SPACES
             STRING 'GENERATED SIZE ' FUNCTION TRIM(VOL-SIZE)
                    ' PER FORMAT - PASS/FAIL WITH ELAPSED SECONDS'
                    INTO PRT-HEADING
           ELSE
             STRING 'GENERATED SIZE ' FUNCTION TRIM(VOL-SIZE)
                    ' PER FORMAT, DEFECTS '
                    FUNCTION TRIM(VOL-DEFECTS)
                    ' - PASS/FAIL WITH ELAPSED SECONDS'
                    INTO PRT-HEADING
           END-IF
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING FMT-IX FROM 1 BY 1 UNTIL FMT-IX > 7
             IF ONLY-DAY = 'ALL'
                OR FUNCTION TRIM(ONLY-DAY)
                   = FUNCTION TRIM(FMT-MODE(FMT-IX))
           STRING PASS-CNT ' CHECK(S) PASSED, ' FAIL-CNT
                  ' FAILED'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY 'VOLCERT: ' PASS-CNT ' PASSED, ' FAIL-CNT
           MOVE 'GENDATA_DSN' TO ENV-NAME
           MOVE 'VOLTEST.txt' TO ENV-VALUE
           PERFORM EXPORT-ENV
           MOVE 'GENDATA_DEFECTS' TO ENV-NAME
           MOVE VOL-DEFECTS TO ENV-VALUE
           PERFORM EXPORT-ENV

           MOVE 0 TO RETURN-CODE
           CALL 'GENDATA'
             MOVE 'RERUN_MODE' TO ENV-NAME
             MOVE 'H' TO ENV-VALUE
             PERFORM EXPORT-ENV
             MOVE 'RUN_TYPE' TO ENV-NAME
             MOVE 'V' TO ENV-VALUE
             PERFORM EXPORT-ENV
      *> The bingo feed is one whole game, never a draw batch
      *> played against a saved board state.
             MOVE 'D4_DRAW_FEED' TO ENV-NAME
             MOVE SPACES TO ENV-VALUE
             PERFORM EXPORT-ENV

             ACCEPT T-START-TS FROM TIME
             MOVE FMT-PGM1(FMT-IX) TO CHK-PGM
             MOVE 'RERUN_MODE' TO ENV-NAME
             MOVE SPACES TO ENV-VALUE
             PERFORM EXPORT-ENV
             MOVE 'RUN_TYPE' TO ENV-NAME
             PERFORM EXPORT-ENV

             MOVE FMT-PGM1(FMT-IX) TO CHK-PGM
             MOVE FMT-ANS1(FMT-IX) TO CHK-ANS-LBL
               MOVE FMT-EXP2(FMT-IX) TO CHK-EXP-LBL
               PERFORM VERIFY-ONE-CHECK
             END-IF

             PERFORM LOAD-EXCEPTION-TALLY
             PERFORM VERIFY-EXCEPTION-COUNTS
           END-IF
           .

           END-IF
           .

      *> The exceptions the format's program(s) logged under the
      *> test run id, tallied by program and reason.
       LOAD-EXCEPTION-TALLY SECTION.
           MOVE 0 TO XT-CNT
           MOVE 'C' TO EXCPMSTR-FLAG
           OPEN INPUT EXCPMSTR
           IF EXCPMSTR-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-EXCPMSTR-REC
           PERFORM UNTIL EXCPMSTR-EOF
             IF EXCPMSTR-REC(46:16) = TEST-RUNID
                AND (EXCPMSTR-REC(1:8) = FMT-PGM1(FMT-IX)
                     OR EXCPMSTR-REC(1:8) = FMT-PGM2(FMT-IX))
               PERFORM TALLY-ONE-EXCEPTION
             END-IF
             PERFORM READ-EXCPMSTR-REC
           END-PERFORM
           CLOSE EXCPMSTR
           .

       TALLY-ONE-EXCEPTION SECTION.
           PERFORM VARYING XT-IX FROM 1 BY 1
                     UNTIL XT-IX > XT-CNT
                        OR (XT-PGM(XT-IX) = EXCPMSTR-REC(1:8)
                            AND XT-REASON(XT-IX) = EXCPMSTR-REC(37:8))
             CONTINUE
           END-PERFORM
           IF XT-IX > XT-CNT
             IF XT-CNT = 40
               EXIT SECTION
             END-IF
             ADD 1 TO XT-CNT
             MOVE EXCPMSTR-REC(1:8) TO XT-PGM(XT-CNT)
             MOVE EXCPMSTR-REC(37:8) TO XT-REASON(XT-CNT)
             MOVE 0 TO XT-TALLY(XT-CNT)
             MOVE 'N' TO XT-SEEN(XT-CNT)
           END-IF
           ADD 1 TO XT-TALLY(XT-IX)
           .

      *> Each EXCP-<reason> line in GENEXP.txt is one check per
      *> program of the format; whatever is left unclaimed in the
      *> tally afterwards was never seeded and fails as unexpected.
       VERIFY-EXCEPTION-COUNTS SECTION.
           MOVE 'C' TO GENEXP-FLAG
           OPEN INPUT GENEXP
           IF GENEXP-FS = '00'
             PERFORM READ-GENEXP-REC
             PERFORM UNTIL GENEXP-EOF
               MOVE SPACES TO EXP-LBL-WRK EXP-VAL-WRK
               UNSTRING GENEXP-REC DELIMITED BY '='
                   INTO EXP-LBL-WRK EXP-VAL-WRK
               IF EXP-LBL-WRK(1:5) = 'EXCP-'
                 MOVE EXP-LBL-WRK(6:8) TO XT-REASON-WRK
                 COMPUTE XT-EXP-CNT =
                     FUNCTION NUMVAL(FUNCTION TRIM(EXP-VAL-WRK))
                 MOVE EXP-LBL-WRK(1:16) TO CHK-ANS-LBL
                 MOVE FMT-PGM1(FMT-IX) TO CHK-PGM
                 PERFORM VERIFY-ONE-EXCP-COUNT
                 IF FMT-PGM2(FMT-IX) NOT = SPACES
                   MOVE FMT-PGM2(FMT-IX) TO CHK-PGM
                   PERFORM VERIFY-ONE-EXCP-COUNT
                 END-IF
               END-IF
               PERFORM READ-GENEXP-REC
             END-PERFORM
             CLOSE GENEXP
           END-IF

           PERFORM VARYING XT-IX FROM 1 BY 1 UNTIL XT-IX > XT-CNT
             IF XT-SEEN(XT-IX) NOT = 'Y'
               ADD 1 TO FAIL-CNT
               MOVE SPACES TO PRT-LINE
               STRING FMT-MODE(FMT-IX) ' ' XT-PGM(XT-IX) ' EXCP-'
                      XT-REASON(XT-IX) '    FAIL - '
                      XT-TALLY(XT-IX) ' UNEXPECTED EXCEPTION(S) '
                      'UNDER RUN ' TEST-RUNID
                      INTO PRT-LINE
               MOVE 'L' TO PRT-ACTION
               CALL 'PRTSRV' USING PRT-CTL
               END-CALL
               DISPLAY PRT-LINE(1:90)
             END-IF
           END-PERFORM
           .

       VERIFY-ONE-EXCP-COUNT SECTION.
           MOVE 0 TO XT-ACT-CNT
           PERFORM VARYING XT-IX FROM 1 BY 1 UNTIL XT-IX > XT-CNT
             IF XT-PGM(XT-IX) = CHK-PGM
                AND XT-REASON(XT-IX) = XT-REASON-WRK
               MOVE XT-TALLY(XT-IX) TO XT-ACT-CNT
               MOVE 'Y' TO XT-SEEN(XT-IX)
             END-IF
           END-PERFORM
           MOVE SPACES TO PRT-LINE
           IF XT-ACT-CNT = XT-EXP-CNT
             ADD 1 TO PASS-CNT
             STRING FMT-MODE(FMT-IX) ' ' CHK-PGM ' '
                    CHK-ANS-LBL ' PASS - COUNT=' XT-ACT-CNT
                    INTO PRT-LINE
           ELSE
             ADD 1 TO FAIL-CNT
             STRING FMT-MODE(FMT-IX) ' ' CHK-PGM ' '
                    CHK-ANS-LBL ' FAIL - EXPECTED=' XT-EXP-CNT
                    ' LOGGED=' XT-ACT-CNT
                    INTO PRT-LINE
           END-IF
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE(1:90)
           .

       EXPORT-ENV SECTION.
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE

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

       READ-EXCPMSTR-REC SECTION.
           READ EXCPMSTR
           PERFORM UNTIL EXCPMSTR-FS NOT = '00'
                      OR EXCPMSTR-REC(1:1) NOT = '*'
             MOVE 'EXCPMSTR' TO MLBL-FILE
             MOVE EXCPMSTR-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ EXCPMSTR
           END-PERFORM
           IF EXCPMSTR-FS NOT = '00'
             SET EXCPMSTR-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
