       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDRSTAND.

      *> Team standing against the private leaderboard. For each
      *> season (year) in the puzzle catalog, every catalog star we
      *> have accepted on STARSUB.txt is placed against the field's
      *> times for the same star on the leaderboard history
      *> (LDRHFD.cpy, loaded by LDRIMP.cbl):
      *>   RANK        our place - one more than the members who
      *>               earned the star before us - of FIELD + 1;
      *>   GAP-FASTEST minutes behind the field's first star;
      *>   GAP-MEDIAN  minutes behind (or, negative, ahead of) the
      *>               field's median time.
      *> Our time is the SUBMITTED date and TIME on STARSUB; an
      *> accepted star from before the time was kept is placed at
      *> the end of its day and marked '~'. Stars not yet accepted
      *> are listed with the field size and the fastest time. When
      *> our own account is also a leaderboard member, naming it in
      *> LDRSTAND_OURS keeps it out of the field.
      *>
      *> Each season closes with its trend: per day, the share of
      *> the field ahead of us and the average gap to the median,
      *> then the first half of the season (days 1-12) against the
      *> harder second half (days 13-25) - GAINING GROUND when the
      *> share ahead falls by more than 5 points, LOSING GROUND when
      *> it rises by more than 5, otherwise HOLDING. Report family
      *> LDRSTAND through PRTSRV, LB0003 logged. No leaderboard
      *> history at all ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PZLCSEL.

           COPY LDRHSEL.

           SELECT STARSUB ASSIGN TO 'STARSUB.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STARSUB-FS.

           COPY RPGNSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY PZLCFD.

       COPY LDRHFD.

       FD  STARSUB.
       01  STARSUB-REC        PIC X(80).

       COPY RPGNFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY AUDTWS.
           05 LDRHIST-FS      PIC XX.
           05 STARSUB-FS      PIC XX.
           05 OURS-ID         PIC X(10).
           05 TS-DATE         PIC 9(8).
           05 TS-TIME         PIC 9(6).
           05 TS-TIME-R REDEFINES TS-TIME.
              10 TS-HH        PIC 99.
              10 TS-MI        PIC 99.
              10 TS-SS        PIC 99.
           05 TS-SECS         PIC 9(12).
           05 TS-DAYNO        PIC 9(7).
           05 TS-SOD          PIC 9(5).
           05 CUR-YEAR        PIC 9(4).
           05 CUR-DAY         PIC 99.
           05 CUR-PART        PIC 9.
           05 RANK-NO         PIC 9(4).
           05 AHEAD-CNT       PIC 9(4).
           05 AHEAD-PCT       PIC 9(3).
           05 MEDIAN-SECS     PIC 9(12).
           05 GAP-FAST-MIN    PIC S9(7).
           05 GAP-MED-MIN     PIC S9(7).
           05 GAP-FAST-ED     PIC -(6)9.
           05 GAP-MED-ED      PIC -(6)9.
           05 PCT-ED          PIC ZZ9.
           05 MARK-CHAR       PIC X.
           05 FIELD-CNT       PIC 9(4).
           05 HIST-CNT        PIC 9(6).
           05 SEASON-CNT      PIC 9(2).
           05 SEASON-PLACED   PIC 9(4).
           05 SEASON-OPEN     PIC 9(4).
           05 TOTAL-PLACED    PIC 9(5).
           05 EARLY-STARS     PIC 9(4).
           05 EARLY-PCT-SUM   PIC 9(7).
           05 LATE-STARS      PIC 9(4).
           05 LATE-PCT-SUM    PIC 9(7).
           05 EARLY-AVG       PIC 9(3).
           05 LATE-AVG        PIC 9(3).
           05 TREND-TEXT      PIC X(14).
           05 SWAP-SECS       PIC 9(12).
           05 FT-IX           PIC S9(4) COMP.
           05 FT-JX           PIC S9(4) COMP.
           05 YR-IX           PIC S9(4) COMP.
           05 YR-CNT          PIC S9(4) COMP VALUE 0.
           05 DAY-IX          PIC S9(4) COMP.
           05 LH-IX           PIC S9(8) COMP.
           05 LH-CNT          PIC S9(8) COMP VALUE 0.

      *> Every star on the leaderboard history, time in seconds.
       01  LH-TBL-REC.
           05 LH-ENT OCCURS 30000 TIMES.
              10 LH-ID        PIC X(10).
              10 LH-YEAR      PIC 9(4).
              10 LH-DAY       PIC 99.
              10 LH-PART      PIC 9.
              10 LH-SECS      PIC 9(12).

      *> Our accepted time per catalog entry.
       01  OUR-TBL-REC.
           05 OUR-ENT OCCURS 100 TIMES.
              10 OUR-FLAG     PIC X.
                 88 OUR-ACCEPTED         VALUE 'A' 'D'.
                 88 OUR-DATE-ONLY        VALUE 'D'.
              10 OUR-DATE     PIC 9(8).
              10 OUR-TIME     PIC 9(6).
              10 OUR-SECS     PIC 9(12).

      *> The field's times for the star in hand, fastest first.
       01  FT-TBL-REC.
           05 FT-CNT          PIC S9(4) COMP VALUE 0.
           05 FT-SECS         PIC 9(12) OCCURS 500 TIMES.

       01  YR-TBL-REC.
           05 YR-YEAR         PIC 9(4) OCCURS 30 TIMES.

      *> Season trend accumulators, one per day.
       01  TREND-TBL-REC.
           05 TD-ENT OCCURS 25 TIMES.
              10 TD-STARS     PIC 9(4).
              10 TD-PCT-SUM   PIC 9(7).
              10 TD-GAP-SUM   PIC S9(9).

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 LDRHIST-FLAG    PIC X    VALUE 'C'.
              88 LDRHIST-EOF           VALUE 'E'.
           05 STARSUB-FLAG    PIC X    VALUE 'C'.
              88 STARSUB-EOF           VALUE 'E'.
           05 YR-FND-FLAG     PIC X    VALUE 'N'.
              88 YR-FOUND              VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE LH-TBL-REC OUR-TBL-REC FT-TBL-REC
                      YR-TBL-REC SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'LDRSTAND' TO RPGN-PGM

           MOVE 'LDRSTAND' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE SPACES TO OURS-ID
           ACCEPT OURS-ID FROM ENVIRONMENT 'LDRSTAND_OURS'

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-OUR-TIMES
           PERFORM LOAD-LDRHIST
           PERFORM LIST-SEASONS

           MOVE 'LDRSTAND' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'PRIVATE LEADERBOARD STANDING' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'STAR                OUR TIME          RANK  '
                  'FIELD  GAP-FASTEST  GAP-MEDIAN (MINUTES)'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           IF LH-CNT = 0
             MOVE 'NO LEADERBOARD HISTORY ON RECORD - RUN LDRIMP ON '
               TO PRT-LINE
             MOVE 'THE LATEST EXPORT FIRST' TO PRT-LINE(51:30)
             PERFORM PRINT-LINE
           END-IF

           PERFORM VARYING YR-IX FROM 1 BY 1 UNTIL YR-IX > YR-CNT
             MOVE YR-YEAR(YR-IX) TO CUR-YEAR
             PERFORM REPORT-SEASON
           END-PERFORM

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE LH-CNT TO HIST-CNT
           MOVE YR-CNT TO SEASON-CNT
           MOVE SPACES TO PRT-LINE
           STRING TOTAL-PLACED ' ACCEPTED STAR(S) PLACED AGAINST '
                  HIST-CNT ' LEADERBOARD STAR(S) ACROSS ' SEASON-CNT
                  ' SEASON(S)'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TOTAL
           DISPLAY 'LDRSTAND: ' PRT-LINE(1:90)

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM TELL-STANDING
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           GOBACK
           .

      *> The catalog's seasons, in the order the catalog lists them.
       LIST-SEASONS SECTION.
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
             MOVE 'N' TO YR-FND-FLAG
             PERFORM VARYING YR-IX FROM 1 BY 1 UNTIL YR-IX > YR-CNT
               IF YR-YEAR(YR-IX) = SD-YEAR(SDX)
                 SET YR-FOUND TO TRUE
               END-IF
             END-PERFORM
             IF NOT YR-FOUND AND YR-CNT < 30
               ADD 1 TO YR-CNT
               MOVE SD-YEAR(SDX) TO YR-YEAR(YR-CNT)
             END-IF
           END-PERFORM
           .

      *> One season: each catalog star in day/part order, then the
      *> season's trend.
       REPORT-SEASON SECTION.
           INITIALIZE TREND-TBL-REC
           MOVE 0 TO SEASON-PLACED SEASON-OPEN
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING 'SEASON ' CUR-YEAR DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           PERFORM VARYING CUR-DAY FROM 1 BY 1 UNTIL CUR-DAY > 25
             PERFORM VARYING CUR-PART FROM 1 BY 1 UNTIL CUR-PART > 2
               MOVE 'N' TO SD-FND-FLAG
               PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
                                                   OR SD-FOUND
                 IF SD-YEAR(SDX) = CUR-YEAR
                    AND SD-DAY(SDX) = CUR-DAY
                    AND SD-PART(SDX) = CUR-PART
                   SET SD-FOUND TO TRUE
                 END-IF
               END-PERFORM
               IF SD-FOUND
                 SET SDX DOWN BY 1
                 SET STX TO SDX
                 PERFORM PLACE-STAR
               END-IF
             END-PERFORM
           END-PERFORM
           MOVE SPACES TO PRT-LINE
           STRING '  ' SEASON-PLACED ' STAR(S) PLACED, '
                  SEASON-OPEN ' NOT YET ACCEPTED'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           PERFORM REPORT-TREND
           .

      *> One catalog star against the field.
       PLACE-STAR SECTION.
           PERFORM COLLECT-FIELD
           MOVE FT-CNT TO FIELD-CNT
           MOVE SPACES TO PRT-LINE
           IF NOT OUR-ACCEPTED(STX)
             ADD 1 TO SEASON-OPEN
             IF FT-CNT = 0
               STRING CUR-YEAR ' DAY ' CUR-DAY ' PART ' CUR-PART
                      '  NOT ACCEPTED      FIELD 0000'
                      DELIMITED BY SIZE INTO PRT-LINE
             ELSE
               MOVE FT-SECS(1) TO TS-SECS
               PERFORM SECS-TO-TS
               STRING CUR-YEAR ' DAY ' CUR-DAY ' PART ' CUR-PART
                      '  NOT ACCEPTED      FIELD ' FIELD-CNT
                      ', FASTEST ' TS-DATE ' ' TS-TIME
                      DELIMITED BY SIZE INTO PRT-LINE
             END-IF
             PERFORM PRINT-LINE
             EXIT SECTION
           END-IF

           ADD 1 TO SEASON-PLACED TOTAL-PLACED
           MOVE 0 TO AHEAD-CNT
           PERFORM VARYING FT-IX FROM 1 BY 1 UNTIL FT-IX > FT-CNT
             IF FT-SECS(FT-IX) < OUR-SECS(STX)
               ADD 1 TO AHEAD-CNT
             END-IF
           END-PERFORM
           COMPUTE RANK-NO = AHEAD-CNT + 1
           IF OUR-DATE-ONLY(STX)
             MOVE '~' TO MARK-CHAR
           ELSE
             MOVE ' ' TO MARK-CHAR
           END-IF

           IF FT-CNT = 0
             STRING CUR-YEAR ' DAY ' CUR-DAY ' PART ' CUR-PART '  '
                    OUR-DATE(STX) ' ' OUR-TIME(STX) MARK-CHAR '  '
                    RANK-NO '  0000  NO FIELD TIMES'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
             EXIT SECTION
           END-IF

           IF FUNCTION MOD(FT-CNT, 2) = 1
             COMPUTE FT-IX = (FT-CNT + 1) / 2
             MOVE FT-SECS(FT-IX) TO MEDIAN-SECS
           ELSE
             COMPUTE FT-IX = FT-CNT / 2
             COMPUTE MEDIAN-SECS = (FT-SECS(FT-IX)
                                  + FT-SECS(FT-IX + 1)) / 2
           END-IF
           COMPUTE GAP-FAST-MIN = (OUR-SECS(STX) - FT-SECS(1)) / 60
           COMPUTE GAP-MED-MIN = (OUR-SECS(STX) - MEDIAN-SECS) / 60
           COMPUTE AHEAD-PCT = AHEAD-CNT * 100 / FT-CNT
           MOVE GAP-FAST-MIN TO GAP-FAST-ED
           MOVE GAP-MED-MIN TO GAP-MED-ED
           STRING CUR-YEAR ' DAY ' CUR-DAY ' PART ' CUR-PART '  '
                  OUR-DATE(STX) ' ' OUR-TIME(STX) MARK-CHAR '  '
                  RANK-NO '  ' FIELD-CNT '  ' GAP-FAST-ED '      '
                  GAP-MED-ED
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE

           ADD 1 TO TD-STARS(CUR-DAY)
           ADD AHEAD-PCT TO TD-PCT-SUM(CUR-DAY)
           ADD GAP-MED-MIN TO TD-GAP-SUM(CUR-DAY)
           .

      *> The field's times for CUR-YEAR/DAY/PART, sorted fastest
      *> first so the fastest and the median can be read off.
       COLLECT-FIELD SECTION.
           MOVE 0 TO FT-CNT
           PERFORM VARYING LH-IX FROM 1 BY 1 UNTIL LH-IX > LH-CNT
             IF LH-YEAR(LH-IX) = CUR-YEAR
                AND LH-DAY(LH-IX) = CUR-DAY
                AND LH-PART(LH-IX) = CUR-PART
                AND (OURS-ID = SPACES OR LH-ID(LH-IX) NOT = OURS-ID)
                AND FT-CNT < 500
               ADD 1 TO FT-CNT
               MOVE LH-SECS(LH-IX) TO FT-SECS(FT-CNT)
             END-IF
           END-PERFORM
           PERFORM VARYING FT-IX FROM 2 BY 1 UNTIL FT-IX > FT-CNT
             MOVE FT-SECS(FT-IX) TO SWAP-SECS
             MOVE FT-IX TO FT-JX
             PERFORM UNTIL FT-JX < 2
                        OR FT-SECS(FT-JX - 1) NOT > SWAP-SECS
               MOVE FT-SECS(FT-JX - 1) TO FT-SECS(FT-JX)
               SUBTRACT 1 FROM FT-JX
             END-PERFORM
             MOVE SWAP-SECS TO FT-SECS(FT-JX)
           END-PERFORM
           .

      *> Per day, then early season against late season.
       REPORT-TREND SECTION.
           MOVE SPACES TO PRT-LINE
           STRING '  SEASON ' CUR-YEAR ' TREND - DAY, STARS PLACED, '
                  'SHARE OF THE FIELD AHEAD, AVERAGE GAP TO MEDIAN'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           MOVE 0 TO EARLY-STARS EARLY-PCT-SUM LATE-STARS LATE-PCT-SUM
           PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 25
             IF TD-STARS(DAY-IX) > 0
               COMPUTE AHEAD-PCT = TD-PCT-SUM(DAY-IX)
                                 / TD-STARS(DAY-IX)
               COMPUTE GAP-MED-MIN = TD-GAP-SUM(DAY-IX)
                                   / TD-STARS(DAY-IX)
               MOVE AHEAD-PCT TO PCT-ED
               MOVE GAP-MED-MIN TO GAP-MED-ED
               MOVE DAY-IX TO CUR-DAY
               MOVE SPACES TO PRT-LINE
               STRING '    DAY ' CUR-DAY '  ' TD-STARS(DAY-IX)
                      '  ' PCT-ED '% AHEAD  ' GAP-MED-ED ' MIN'
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-LINE
               IF DAY-IX < 13
                 ADD TD-STARS(DAY-IX) TO EARLY-STARS
                 ADD TD-PCT-SUM(DAY-IX) TO EARLY-PCT-SUM
               ELSE
                 ADD TD-STARS(DAY-IX) TO LATE-STARS
                 ADD TD-PCT-SUM(DAY-IX) TO LATE-PCT-SUM
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO PRT-LINE
           IF EARLY-STARS = 0 OR LATE-STARS = 0
             MOVE '    TOO FEW PLACED STARS IN ONE HALF OF THE SEASON '
               TO PRT-LINE
             MOVE 'TO CALL A TREND' TO PRT-LINE(52:20)
           ELSE
             COMPUTE EARLY-AVG = EARLY-PCT-SUM / EARLY-STARS
             COMPUTE LATE-AVG = LATE-PCT-SUM / LATE-STARS
             EVALUATE TRUE
               WHEN LATE-AVG + 5 < EARLY-AVG
                 MOVE 'GAINING GROUND' TO TREND-TEXT
               WHEN LATE-AVG > EARLY-AVG + 5
                 MOVE 'LOSING GROUND' TO TREND-TEXT
               WHEN OTHER
                 MOVE 'HOLDING' TO TREND-TEXT
             END-EVALUATE
             STRING '    DAYS 1-12 ' EARLY-AVG '% AHEAD, DAYS 13-25 '
                    LATE-AVG '% AHEAD - ' TREND-TEXT
                    DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           PERFORM PRINT-LINE
           .

       LOAD-OUR-TIMES SECTION.
           MOVE 'C' TO STARSUB-FLAG
           OPEN INPUT STARSUB
           IF STARSUB-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-STARSUB-REC
           PERFORM UNTIL STARSUB-EOF
             IF STARSUB-REC(57:1) = 'A'
                AND STARSUB-REC(48:8) IS NUMERIC
               MOVE 'N' TO SD-FND-FLAG
               PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
                                                   OR SD-FOUND
                 IF SD-PGM(SDX) = STARSUB-REC(1:8)
                    AND SD-LABEL(SDX) = STARSUB-REC(10:16)
                   SET SD-FOUND TO TRUE
                 END-IF
               END-PERFORM
               IF SD-FOUND
                 SET SDX DOWN BY 1
                 SET STX TO SDX
                 MOVE STARSUB-REC(48:8) TO OUR-DATE(STX)
                 IF STARSUB-REC(62:6) IS NUMERIC
                   MOVE 'A' TO OUR-FLAG(STX)
                   MOVE STARSUB-REC(62:6) TO OUR-TIME(STX)
                 ELSE
                   MOVE 'D' TO OUR-FLAG(STX)
                   MOVE 235959 TO OUR-TIME(STX)
                 END-IF
                 MOVE OUR-DATE(STX) TO TS-DATE
                 MOVE OUR-TIME(STX) TO TS-TIME
                 PERFORM TS-TO-SECS
                 MOVE TS-SECS TO OUR-SECS(STX)
               END-IF
             END-IF
             PERFORM READ-STARSUB-REC
           END-PERFORM
           CLOSE STARSUB
           .

       LOAD-LDRHIST SECTION.
           MOVE 'C' TO LDRHIST-FLAG
           OPEN INPUT LDRHIST
           IF LDRHIST-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-LDRHIST-REC
           PERFORM UNTIL LDRHIST-EOF
             IF LDRHIST-REC(1:1) NOT = '*'
                AND LDRHIST-REC(12:4) IS NUMERIC
                AND LDRHIST-REC(17:2) IS NUMERIC
                AND LDRHIST-REC(20:1) IS NUMERIC
                AND LDRHIST-REC(22:14) IS NUMERIC
               IF LH-CNT < 30000
                 ADD 1 TO LH-CNT
                 MOVE LDRHIST-REC(1:10) TO LH-ID(LH-CNT)
                 MOVE LDRHIST-REC(12:4) TO LH-YEAR(LH-CNT)
                 MOVE LDRHIST-REC(17:2) TO LH-DAY(LH-CNT)
                 MOVE LDRHIST-REC(20:1) TO LH-PART(LH-CNT)
                 MOVE LDRHIST-REC(22:8) TO TS-DATE
                 MOVE LDRHIST-REC(30:6) TO TS-TIME
                 PERFORM TS-TO-SECS
                 MOVE TS-SECS TO LH-SECS(LH-CNT)
               ELSE
                 DISPLAY 'LDRSTAND: WARNING - MORE THAN 30000 '
                         'LEADERBOARD STARS, THE REST NOT PLACED'
                 SET LDRHIST-EOF TO TRUE
               END-IF
             END-IF
             IF NOT LDRHIST-EOF
               PERFORM READ-LDRHIST-REC
             END-IF
           END-PERFORM
           CLOSE LDRHIST
           .

      *> TS-DATE/TS-TIME as seconds since the start of day 1 of the
      *> integer-date calendar, and back.
       TS-TO-SECS SECTION.
           COMPUTE TS-SECS = FUNCTION INTEGER-OF-DATE(TS-DATE) * 86400
                           + TS-HH * 3600 + TS-MI * 60 + TS-SS
           .

       SECS-TO-TS SECTION.
           DIVIDE TS-SECS BY 86400 GIVING TS-DAYNO REMAINDER TS-SOD
           COMPUTE TS-DATE = FUNCTION DATE-OF-INTEGER(TS-DAYNO)
           DIVIDE TS-SOD BY 3600 GIVING TS-HH REMAINDER TS-SOD
           DIVIDE TS-SOD BY 60 GIVING TS-MI REMAINDER TS-SS
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

       TELL-STANDING SECTION.
           MOVE 'LDRSTAND' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE 'LB0003' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING 'LEADERBOARD STANDING PRINTED - ' TOTAL-PLACED
                  ' ACCEPTED STAR(S) PLACED AGAINST THE FIELD'
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF LH-CNT = 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-LDRHIST-REC SECTION.
           READ LDRHIST
           IF LDRHIST-FS NOT = '00'
             SET LDRHIST-EOF TO TRUE
           END-IF
           .

       READ-STARSUB-REC SECTION.
           READ STARSUB
           IF STARSUB-FS NOT = '00'
             SET STARSUB-EOF TO TRUE
           END-IF
           .

       COPY PZLCRD.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
