       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLVLAT.

      *> Solve-latency report. PZLCOST says what each puzzle cost
      *> in runtime and WALLCHRT how many stars each day earned,
      *> but neither says where the hours went between a puzzle
      *> unlocking and its star being accepted. This takes each
      *> catalog year/day/part's unlock moment - midnight US Eastern
      *> on that December day - the first production ANSHIST record
      *> for its (PGM, LABEL), and the accepted submission date and
      *> time in STARSUB.txt, and prints three intervals per star,
      *> each in hours:minutes:
      *>   UNLOCK->ANSWER  to the first production answer;
      *>   ANSWER->ACCEPT  from that answer to acceptance;
      *>   UNLOCK->ACCEPT  from unlock to acceptance.
      *> An acceptance from before STARSUB kept the time of day has
      *> its date only, so its two intervals fall back to whole days
      *> (a multiple of 24:00) and are marked '~', as are medians
      *> that draw on one. Each season (year) closes with the
      *> medians of all three, and the stars that sat computed but
      *> unsubmitted longest - accepted late, or still not accepted
      *> as of today - are flagged and listed.
      *>
      *> ANSHIST and STARSUB dates and times are the shop clock's,
      *> and so take the same shift onto Eastern. The clock is
      *> taken to run on US Eastern time; SOLVLAT_EST_OFFSET gives
      *> the hours it runs ahead of Eastern (signed, e.g. -3 for a
      *> Pacific clock) when it does not. SOLVLAT_FLAG_TOP sets how
      *> many of the longest sitters are flagged (default 5).
      *> Records written before the run-mode byte existed carry a
      *> blank there and count as production, as elsewhere.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PZLCSEL.

           COPY ANSHSEL.

           SELECT STARSUB ASSIGN TO 'STARSUB.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STARSUB-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY PZLCFD.

       COPY ANSHFD.

       FD  STARSUB.
       01  STARSUB-REC        PIC X(80).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY PZLCWS.
           COPY ANSHWS.
           COPY RUNIWS.
           COPY RPGNWS.
           05 STARSUB-FS      PIC XX.
           05 LAT-IX          PIC S9(4) COMP.
           05 LAT-JX          PIC S9(4) COMP.
           05 YR-IX           PIC S9(4) COMP.
           05 YR-CNT          PIC S9(4) COMP VALUE 0.
           05 TODAY-DATE      PIC 9(8).
           05 TODAY-DAYS      PIC S9(9) COMP.
           05 UNLOCK-DATE     PIC 9(8).
           05 UNLOCK-DAYS     PIC S9(9) COMP.
           05 ANS-DAYS        PIC S9(9) COMP.
           05 ACC-DAYS        PIC S9(9) COMP.
           05 HIST-DATE       PIC 9(8).
           05 HIST-TIME       PIC 9(8).
           05 HIST-HH         PIC 99.
           05 HIST-MM         PIC 99.
           05 EST-OFFSET      PIC S9(3)  VALUE 0.
           05 EST-OFFSET-TXT  PIC X(4).
           05 FLAG-TOP        PIC 9(3)   VALUE 5.
           05 FLAG-TOP-TXT    PIC X(4).
           05 FLAG-CNT        PIC 9(3)   VALUE 0.
           05 BEST-IX         PIC S9(4) COMP.
           05 BEST-SAT        PIC S9(5).
           05 ANS-CNT         PIC 9(3)   VALUE 0.
           05 ACC-CNT         PIC 9(3)   VALUE 0.
      *> One latency row per catalog entry, in catalog order.
      *> LT-UA-MIN is unlock-to-answer in minutes, LT-AS-MIN and
      *> LT-UC-MIN answer-to-acceptance and unlock-to-acceptance.
      *> LT-SAT-DAYS is how many whole days the computed answer
      *> waited: to acceptance, or to today while still unaccepted.
           05 LAT-TBL.
              10 LAT-ENT OCCURS 100 TIMES.
                 15 LT-ANS-FLAG  PIC X.
                    88 LT-ANSWERED         VALUE 'Y'.
                 15 LT-ANS-DATE  PIC 9(8).
                 15 LT-ANS-TIME  PIC 9(8).
                 15 LT-ACC-FLAG  PIC X.
                    88 LT-ACCEPTED         VALUE 'Y'.
                 15 LT-ACC-DATE  PIC 9(8).
                 15 LT-ACC-TIME  PIC 9(6).
                 15 LT-ACC-KIND  PIC X.
                    88 LT-ACC-TIMED        VALUE 'A'.
                    88 LT-ACC-DATED        VALUE 'D'.
                 15 LT-SUB-STAT  PIC X.
                 15 LT-UA-MIN    PIC S9(9).
                 15 LT-AS-MIN    PIC S9(9).
                 15 LT-UC-MIN    PIC S9(9).
                 15 LT-SAT-DAYS  PIC S9(5).
                 15 LT-FLAG      PIC X.
                    88 LT-FLAGGED          VALUE '*'.
           05 YR-TBL.
              10 YR-ENT       PIC 9(4) OCCURS 20 TIMES.
      *> Median work list - the values of one interval for one
      *> season, sorted in place.
           05 MED-CNT         PIC S9(4) COMP.
           05 MED-TBL.
              10 MED-VAL      PIC S9(9) OCCURS 100 TIMES.
           05 MED-SWAP        PIC S9(9).
           05 MED-MID         PIC S9(4) COMP.
           05 MED-RESULT      PIC S9(9)V9.
           05 MED-KIND        PIC X.
              88 MED-OF-MINUTES        VALUE 'M'.
              88 MED-OF-AS-MIN         VALUE 'A'.
              88 MED-OF-UC-MIN         VALUE 'U'.
           05 MED-MARK        PIC X.
      *> Print edits.
           05 HHMM-MIN        PIC S9(9).
           05 HHMM-HRS        PIC 9(6).
           05 HHMM-HRS-ED     PIC Z(5)9.
           05 HHMM-REM        PIC 99.
           05 HHMM-TXT        PIC X(9).
           05 HHMM-NEG-TXT    PIC X(9).
           05 DAYS-ED         PIC -(4)9.
           05 MED-CNT-ED      PIC ZZ9.
           05 MED-UA-TXT      PIC X(9).
           05 MED-AS-TXT      PIC X(10).
           05 MED-UC-TXT      PIC X(10).
           05 MED-UA-N        PIC ZZ9.
           05 MED-AS-N        PIC ZZ9.
           05 MED-UC-N        PIC ZZ9.
           05 STAT-TXT        PIC X(12).
           05 STAR-CNT-ED     PIC ZZ9.
           05 FLAG-TOP-ED     PIC ZZ9.

       COPY PRTCWS.

       01  SWITCHES.
           05 STARSUB-FLAG    PIC X   VALUE 'C'.
              88 STARSUB-EOF          VALUE 'E'.
           05 YR-FND-FLAG     PIC X   VALUE 'N'.
              88 YR-FOUND             VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'SOLVLAT' TO RPGN-PGM

           MOVE 0 TO EST-OFFSET
           MOVE SPACES TO EST-OFFSET-TXT
           ACCEPT EST-OFFSET-TXT FROM ENVIRONMENT 'SOLVLAT_EST_OFFSET'
           IF EST-OFFSET-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(EST-OFFSET-TXT) = 0
             COMPUTE EST-OFFSET = FUNCTION NUMVAL(EST-OFFSET-TXT)
           END-IF
           MOVE 5 TO FLAG-TOP
           MOVE SPACES TO FLAG-TOP-TXT
           ACCEPT FLAG-TOP-TXT FROM ENVIRONMENT 'SOLVLAT_FLAG_TOP'
           IF FLAG-TOP-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(FLAG-TOP-TXT) = 0
             COMPUTE FLAG-TOP = FUNCTION NUMVAL(FLAG-TOP-TXT)
           END-IF
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           PERFORM LOAD-PZLCAT

           PERFORM SWEEP-ANSHIST
           PERFORM SWEEP-STARSUB
           PERFORM COMPUTE-INTERVALS
           PERFORM FLAG-LONGEST-SITTERS

           MOVE 'LATRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'SOLVE LATENCY - PUZZLE UNLOCK TO ACCEPTED STAR'
             TO PRT-TITLE
           MOVE 'YEAR DAY PART PROGRAM  LABEL            UNLK->ANS'
             TO PRT-HEADING
           MOVE ' ANS->ACC UNLK->ACC   SUBMISSION' TO PRT-HEADING(50:32)
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING YR-IX FROM 1 BY 1 UNTIL YR-IX > YR-CNT
             PERFORM PRINT-SEASON
           END-PERFORM
           PERFORM PRINT-LONGEST-SITTERS

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           MOVE STAR-CNT TO STAR-CNT-ED
           DISPLAY 'SOLVLAT: ' STAR-CNT-ED ' STAR(S), ' ANS-CNT
                   ' ANSWERED, ' ACC-CNT ' ACCEPTED - REPORT IN '
                   FUNCTION TRIM(PRT-DSN)

           GOBACK
           .

      *> First production answer per star: the earliest non-'H'
      *> record for its (PGM, LABEL), by date then time - ANSHIST
      *> is appended in run order, but a restored or merged history
      *> need not be, so the earliest is chosen rather than assumed.
       SWEEP-ANSHIST SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'C' TO ANSHIST-FLAG
           OPEN INPUT ANSHIST
           IF ANSHIST-FS NOT = '00'
             DISPLAY 'SOLVLAT: NO ANSWER HISTORY, FILE STATUS='
                     ANSHIST-FS
             EXIT SECTION
           END-IF
           PERFORM READ-ANSHIST-REC
           PERFORM UNTIL ANSHIST-EOF
             IF ANSHIST-REC(83:1) NOT = 'H'
                AND ANSHIST-REC(10:8) IS NUMERIC
                AND ANSHIST-REC(19:8) IS NUMERIC
               MOVE ANSHIST-REC(10:8) TO HIST-DATE
               MOVE ANSHIST-REC(19:8) TO HIST-TIME
               PERFORM VARYING LAT-IX FROM 1 BY 1
                         UNTIL LAT-IX > STAR-CNT
                 SET SDX TO LAT-IX
                 IF SD-PGM(SDX) = ANSHIST-REC(1:8)
                    AND SD-LABEL(SDX) = ANSHIST-REC(28:16)
                   IF NOT LT-ANSWERED(LAT-IX)
                      OR HIST-DATE < LT-ANS-DATE(LAT-IX)
                      OR (HIST-DATE = LT-ANS-DATE(LAT-IX)
                          AND HIST-TIME < LT-ANS-TIME(LAT-IX))
                     MOVE 'Y' TO LT-ANS-FLAG(LAT-IX)
                     MOVE HIST-DATE TO LT-ANS-DATE(LAT-IX)
                     MOVE HIST-TIME TO LT-ANS-TIME(LAT-IX)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-ANSHIST-REC
           END-PERFORM
           CLOSE ANSHIST
           .

      *> Submission records per SUBMAINT.cbl: SUBMITTED(48:8)
      *> STATUS(57:1) TIME(62:6). Only an 'A' record dates an
      *> acceptance; the status is kept either way for the report.
      *> A record from before the time was kept has a blank there
      *> and is dated by the day alone.
       SWEEP-STARSUB SECTION.
           MOVE 'C' TO STARSUB-FLAG
           OPEN INPUT STARSUB
           IF STARSUB-FS = '00'
             PERFORM READ-STARSUB-REC
             PERFORM UNTIL STARSUB-EOF
               PERFORM VARYING LAT-IX FROM 1 BY 1
                         UNTIL LAT-IX > STAR-CNT
                 SET SDX TO LAT-IX
                 IF SD-PGM(SDX) = STARSUB-REC(1:8)
                    AND SD-LABEL(SDX) = STARSUB-REC(10:16)
                   MOVE STARSUB-REC(57:1) TO LT-SUB-STAT(LAT-IX)
                   IF STARSUB-REC(57:1) = 'A'
                      AND STARSUB-REC(48:8) IS NUMERIC
                     MOVE 'Y' TO LT-ACC-FLAG(LAT-IX)
                     MOVE STARSUB-REC(48:8) TO LT-ACC-DATE(LAT-IX)
                     IF STARSUB-REC(62:6) IS NUMERIC
                       MOVE 'A' TO LT-ACC-KIND(LAT-IX)
                       MOVE STARSUB-REC(62:6) TO LT-ACC-TIME(LAT-IX)
                     ELSE
                       MOVE 'D' TO LT-ACC-KIND(LAT-IX)
                       MOVE 0 TO LT-ACC-TIME(LAT-IX)
                     END-IF
                   END-IF
                 END-IF
               END-PERFORM
               PERFORM READ-STARSUB-REC
             END-PERFORM
             CLOSE STARSUB
           END-IF
           .

      *> Day numbers come from INTEGER-OF-DATE, so every interval
      *> crosses month and year ends correctly. The unlock minute is
      *> midnight Eastern moved onto the shop clock. A date-only
      *> acceptance counts whole days from the unlock and answer
      *> dates; the days it sat are whole days either way.
       COMPUTE-INTERVALS SECTION.
           PERFORM VARYING LAT-IX FROM 1 BY 1 UNTIL LAT-IX > STAR-CNT
             SET SDX TO LAT-IX
             PERFORM NOTE-SEASON
             COMPUTE UNLOCK-DATE = SD-YEAR(SDX) * 10000 + 1200
                                 + SD-DAY(SDX)
             COMPUTE UNLOCK-DAYS = FUNCTION INTEGER-OF-DATE(
                                   UNLOCK-DATE)
             IF LT-ANSWERED(LAT-IX)
               ADD 1 TO ANS-CNT
               COMPUTE ANS-DAYS = FUNCTION INTEGER-OF-DATE(
                                  LT-ANS-DATE(LAT-IX))
               MOVE LT-ANS-TIME(LAT-IX)(1:2) TO HIST-HH
               MOVE LT-ANS-TIME(LAT-IX)(3:2) TO HIST-MM
               COMPUTE LT-UA-MIN(LAT-IX) =
                       (ANS-DAYS - UNLOCK-DAYS) * 1440
                       + HIST-HH * 60 + HIST-MM
                       - EST-OFFSET * 60
             END-IF
             IF LT-ACCEPTED(LAT-IX)
               ADD 1 TO ACC-CNT
               COMPUTE ACC-DAYS = FUNCTION INTEGER-OF-DATE(
                                  LT-ACC-DATE(LAT-IX))
               IF LT-ACC-TIMED(LAT-IX)
                 MOVE LT-ACC-TIME(LAT-IX)(1:2) TO HIST-HH
                 MOVE LT-ACC-TIME(LAT-IX)(3:2) TO HIST-MM
                 COMPUTE LT-UC-MIN(LAT-IX) =
                         (ACC-DAYS - UNLOCK-DAYS) * 1440
                         + HIST-HH * 60 + HIST-MM
                         - EST-OFFSET * 60
               ELSE
                 COMPUTE LT-UC-MIN(LAT-IX) =
                         (ACC-DAYS - UNLOCK-DAYS) * 1440
               END-IF
               IF LT-ANSWERED(LAT-IX)
                 IF LT-ACC-TIMED(LAT-IX)
                   COMPUTE LT-AS-MIN(LAT-IX) =
                           LT-UC-MIN(LAT-IX) - LT-UA-MIN(LAT-IX)
                   COMPUTE LT-SAT-DAYS(LAT-IX) =
                           LT-AS-MIN(LAT-IX) / 1440
                 ELSE
                   COMPUTE LT-AS-MIN(LAT-IX) =
                           (ACC-DAYS - ANS-DAYS) * 1440
                   COMPUTE LT-SAT-DAYS(LAT-IX) = ACC-DAYS - ANS-DAYS
                 END-IF
               END-IF
             ELSE
               IF LT-ANSWERED(LAT-IX)
                 COMPUTE LT-SAT-DAYS(LAT-IX) = TODAY-DAYS - ANS-DAYS
               END-IF
             END-IF
           END-PERFORM
           .

       NOTE-SEASON SECTION.
           MOVE 'N' TO YR-FND-FLAG
           PERFORM VARYING YR-IX FROM 1 BY 1 UNTIL YR-IX > YR-CNT
             IF YR-ENT(YR-IX) = SD-YEAR(SDX)
               SET YR-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT YR-FOUND AND YR-CNT < 20
             ADD 1 TO YR-CNT
             MOVE SD-YEAR(SDX) TO YR-ENT(YR-CNT)
           END-IF
           .

      *> The longest waits between a computed answer and its
      *> acceptance, open ones included, largest first - picked
      *> one at a time, since only the top few are wanted. A wait
      *> of under a day is no wait at all and is never flagged.
       FLAG-LONGEST-SITTERS SECTION.
           MOVE 0 TO FLAG-CNT
           PERFORM UNTIL FLAG-CNT NOT < FLAG-TOP
             MOVE 0 TO BEST-IX
             MOVE 0 TO BEST-SAT
             PERFORM VARYING LAT-IX FROM 1 BY 1
                       UNTIL LAT-IX > STAR-CNT
               IF LT-ANSWERED(LAT-IX) AND NOT LT-FLAGGED(LAT-IX)
                  AND LT-SAT-DAYS(LAT-IX) > BEST-SAT
                 MOVE LAT-IX TO BEST-IX
                 MOVE LT-SAT-DAYS(LAT-IX) TO BEST-SAT
               END-IF
             END-PERFORM
             IF BEST-IX = 0
               EXIT PERFORM
             END-IF
             MOVE '*' TO LT-FLAG(BEST-IX)
             ADD 1 TO FLAG-CNT
           END-PERFORM
           .

       PRINT-SEASON SECTION.
           MOVE SPACES TO PRT-LINE
           STRING '-- SEASON ' YR-ENT(YR-IX) INTO PRT-LINE
           PERFORM PRINT-LAT-LINE
           PERFORM VARYING LAT-IX FROM 1 BY 1 UNTIL LAT-IX > STAR-CNT
             SET SDX TO LAT-IX
             IF SD-YEAR(SDX) = YR-ENT(YR-IX)
               PERFORM PRINT-STAR-LINE
             END-IF
           END-PERFORM

           SET MED-OF-MINUTES TO TRUE
           PERFORM SEASON-MEDIAN
           MOVE MED-CNT TO MED-UA-N
           MOVE ' PRE-UNLK' TO HHMM-NEG-TXT
           PERFORM EDIT-MEDIAN-HHMM
           MOVE HHMM-TXT TO MED-UA-TXT
           SET MED-OF-AS-MIN TO TRUE
           PERFORM SEASON-MEDIAN
           MOVE MED-CNT TO MED-AS-N
           MOVE '  PRE-ANS' TO HHMM-NEG-TXT
           PERFORM EDIT-MEDIAN-HHMM
           MOVE SPACES TO MED-AS-TXT
           STRING HHMM-TXT MED-MARK DELIMITED BY SIZE INTO MED-AS-TXT
           SET MED-OF-UC-MIN TO TRUE
           PERFORM SEASON-MEDIAN
           MOVE MED-CNT TO MED-UC-N
           MOVE ' PRE-UNLK' TO HHMM-NEG-TXT
           PERFORM EDIT-MEDIAN-HHMM
           MOVE SPACES TO MED-UC-TXT
           STRING HHMM-TXT MED-MARK DELIMITED BY SIZE INTO MED-UC-TXT

           MOVE SPACES TO PRT-LINE
           STRING '   SEASON ' YR-ENT(YR-IX) ' MEDIANS:'
                  ' UNLK->ANS ' MED-UA-TXT ' (N=' MED-UA-N ')'
                  '  ANS->ACC ' MED-AS-TXT '(N=' MED-AS-N ')'
                  '  UNLK->ACC ' MED-UC-TXT '(N=' MED-UC-N ')'
                  INTO PRT-LINE
           PERFORM PRINT-LAT-TOTAL
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LAT-LINE
           .

       PRINT-STAR-LINE SECTION.
           MOVE ' PRE-UNLK' TO HHMM-NEG-TXT
           IF LT-ANSWERED(LAT-IX)
             MOVE LT-UA-MIN(LAT-IX) TO HHMM-MIN
             PERFORM EDIT-HHMM
           ELSE
             MOVE '    --:--' TO HHMM-TXT
           END-IF
           EVALUATE TRUE
             WHEN LT-ACCEPTED(LAT-IX)
               MOVE 'ACCEPTED' TO STAT-TXT
             WHEN LT-SUB-STAT(LAT-IX) = 'R'
               MOVE 'REJECTED' TO STAT-TXT
             WHEN LT-SUB-STAT(LAT-IX) NOT = SPACE
               MOVE 'SUBMITTED' TO STAT-TXT
             WHEN LT-ANSWERED(LAT-IX)
               MOVE 'UNSUBMITTED' TO STAT-TXT
             WHEN OTHER
               MOVE 'NOT SOLVED' TO STAT-TXT
           END-EVALUATE
           MOVE SPACES TO PRT-LINE
           STRING SD-YEAR(SDX) ' ' SD-DAY(SDX) '  ' SD-PART(SDX)
                  '    ' SD-PGM(SDX) ' ' SD-LABEL(SDX) ' '
                  HHMM-TXT
                  INTO PRT-LINE
           IF LT-ACCEPTED(LAT-IX) AND LT-ANSWERED(LAT-IX)
             MOVE LT-AS-MIN(LAT-IX) TO HHMM-MIN
             MOVE '  PRE-ANS' TO HHMM-NEG-TXT
             PERFORM EDIT-HHMM
             MOVE HHMM-TXT TO PRT-LINE(50:9)
             IF LT-ACC-DATED(LAT-IX)
               MOVE '~' TO PRT-LINE(59:1)
             END-IF
           ELSE
             MOVE '    --:--' TO PRT-LINE(50:9)
           END-IF
           IF LT-ACCEPTED(LAT-IX)
             MOVE LT-UC-MIN(LAT-IX) TO HHMM-MIN
             MOVE ' PRE-UNLK' TO HHMM-NEG-TXT
             PERFORM EDIT-HHMM
             MOVE HHMM-TXT TO PRT-LINE(60:9)
             IF LT-ACC-DATED(LAT-IX)
               MOVE '~' TO PRT-LINE(69:1)
             END-IF
           ELSE
             MOVE '    --:--' TO PRT-LINE(60:9)
           END-IF
           MOVE STAT-TXT TO PRT-LINE(72:12)
           IF LT-FLAGGED(LAT-IX)
             MOVE '* SAT LONGEST' TO PRT-LINE(85:13)
           END-IF
           PERFORM PRINT-LAT-LINE
           .

      *> Flagged stars, longest wait first - the list management
      *> reads first.
       PRINT-LONGEST-SITTERS SECTION.
           MOVE FLAG-TOP TO FLAG-TOP-ED
           MOVE SPACES TO PRT-LINE
           STRING '-- COMPUTED BUT UNSUBMITTED LONGEST (TOP '
                  FUNCTION TRIM(FLAG-TOP-ED) ')'
                  INTO PRT-LINE
           PERFORM PRINT-LAT-LINE
           IF FLAG-CNT = 0
             MOVE '   NONE - EVERY ANSWER WENT IN THE DAY IT WAS MADE'
               TO PRT-LINE
             PERFORM PRINT-LAT-LINE
             EXIT SECTION
           END-IF
           PERFORM VARYING LAT-JX FROM 1 BY 1 UNTIL LAT-JX > FLAG-CNT
             MOVE 0 TO BEST-IX
             MOVE -1 TO BEST-SAT
             PERFORM VARYING LAT-IX FROM 1 BY 1
                       UNTIL LAT-IX > STAR-CNT
               IF LT-FLAG(LAT-IX) = '*'
                  AND LT-SAT-DAYS(LAT-IX) > BEST-SAT
                 MOVE LAT-IX TO BEST-IX
                 MOVE LT-SAT-DAYS(LAT-IX) TO BEST-SAT
               END-IF
             END-PERFORM
             MOVE '+' TO LT-FLAG(BEST-IX)
             SET SDX TO BEST-IX
             MOVE BEST-SAT TO DAYS-ED
             MOVE SPACES TO PRT-LINE
             IF LT-ACCEPTED(BEST-IX)
               STRING '   ' SD-YEAR(SDX) ' ' SD-DAY(SDX) '  '
                      SD-PART(SDX) '    ' SD-PGM(SDX) ' '
                      SD-LABEL(SDX) ' SAT ' DAYS-ED
                      ' DAY(S) BEFORE ACCEPTANCE ON '
                      LT-ACC-DATE(BEST-IX)
                      INTO PRT-LINE
             ELSE
               STRING '   ' SD-YEAR(SDX) ' ' SD-DAY(SDX) '  '
                      SD-PART(SDX) '    ' SD-PGM(SDX) ' '
                      SD-LABEL(SDX) ' SAT ' DAYS-ED
                      ' DAY(S) SO FAR - STILL NOT ACCEPTED'
                      INTO PRT-LINE
             END-IF
             PERFORM PRINT-LAT-LINE
           END-PERFORM
           .

      *> Gathers one interval for the season in hand into MED-TBL,
      *> sorts it and takes the middle (the mean of the middle two
      *> for an even count).
       SEASON-MEDIAN SECTION.
           MOVE 0 TO MED-CNT
           MOVE 0 TO MED-RESULT
           MOVE SPACE TO MED-MARK
           PERFORM VARYING LAT-IX FROM 1 BY 1 UNTIL LAT-IX > STAR-CNT
             SET SDX TO LAT-IX
             IF SD-YEAR(SDX) = YR-ENT(YR-IX)
               EVALUATE TRUE
                 WHEN MED-OF-MINUTES
                   IF LT-ANSWERED(LAT-IX)
                     ADD 1 TO MED-CNT
                     MOVE LT-UA-MIN(LAT-IX) TO MED-VAL(MED-CNT)
                   END-IF
                 WHEN MED-OF-AS-MIN
                   IF LT-ANSWERED(LAT-IX) AND LT-ACCEPTED(LAT-IX)
                     ADD 1 TO MED-CNT
                     MOVE LT-AS-MIN(LAT-IX) TO MED-VAL(MED-CNT)
                     IF LT-ACC-DATED(LAT-IX)
                       MOVE '~' TO MED-MARK
                     END-IF
                   END-IF
                 WHEN OTHER
                   IF LT-ACCEPTED(LAT-IX)
                     ADD 1 TO MED-CNT
                     MOVE LT-UC-MIN(LAT-IX) TO MED-VAL(MED-CNT)
                     IF LT-ACC-DATED(LAT-IX)
                       MOVE '~' TO MED-MARK
                     END-IF
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM
           IF MED-CNT = 0
             EXIT SECTION
           END-IF
           PERFORM VARYING LAT-IX FROM 1 BY 1
                     UNTIL LAT-IX NOT < MED-CNT
             PERFORM VARYING LAT-JX FROM 1 BY 1
                       UNTIL LAT-JX NOT < MED-CNT - LAT-IX + 1
               IF MED-VAL(LAT-JX) > MED-VAL(LAT-JX + 1)
                 MOVE MED-VAL(LAT-JX) TO MED-SWAP
                 MOVE MED-VAL(LAT-JX + 1) TO MED-VAL(LAT-JX)
                 MOVE MED-SWAP TO MED-VAL(LAT-JX + 1)
               END-IF
             END-PERFORM
           END-PERFORM
           COMPUTE MED-MID = (MED-CNT + 1) / 2
           IF FUNCTION MOD(MED-CNT, 2) = 1
             MOVE MED-VAL(MED-MID) TO MED-RESULT
           ELSE
             COMPUTE MED-RESULT = (MED-VAL(MED-MID)
                                 + MED-VAL(MED-MID + 1)) / 2
           END-IF
           .

      *> Minutes as hours:minutes; a negative interval (an answer
      *> on record before its puzzle unlocked, or an acceptance
      *> before its answer - a backfilled or replayed history) is
      *> shown as such, in the HHMM-NEG-TXT the caller set, and not
      *> disguised.
       EDIT-HHMM SECTION.
           MOVE SPACES TO HHMM-TXT
           IF HHMM-MIN < 0
             MOVE HHMM-NEG-TXT TO HHMM-TXT
             EXIT SECTION
           END-IF
           DIVIDE HHMM-MIN BY 60 GIVING HHMM-HRS REMAINDER HHMM-REM
           MOVE HHMM-HRS TO HHMM-HRS-ED
           STRING HHMM-HRS-ED ':' HHMM-REM INTO HHMM-TXT
           .

       EDIT-MEDIAN-HHMM SECTION.
           IF MED-CNT = 0
             MOVE '    --:--' TO HHMM-TXT
           ELSE
             COMPUTE HHMM-MIN ROUNDED = MED-RESULT
             PERFORM EDIT-HHMM
           END-IF
           .

       PRINT-LAT-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-LAT-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
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

       READ-STARSUB-REC SECTION.
           READ STARSUB
           IF STARSUB-FS NOT = '00'
             SET STARSUB-EOF TO TRUE
           END-IF
           .

       COPY PZLCRD.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
