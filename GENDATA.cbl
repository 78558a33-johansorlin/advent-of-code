      *> does it in production.
      *>
      *>   GENDATA_DAY   SONAR / NAV / GAMES / SCHEM / CARDS /
      *>                 DIAG (2021 day-3 binary diagnostics) /
      *>                 BINGO (2021 day-4 draws and boards)
      *>   GENDATA_SIZE  records (rows/commands/games/cards/boards)
      *>   GENDATA_DSN   output file (default GENTEST.txt)
      *>   GENDATA_SEED  deterministic seed (default 12345)
      *>   GENDATA_DEFECTS  negative-path lines to seed into the
      *>                 otherwise valid file: blank for none, a
      *>                 number for that many of every defect the
      *>                 day's format knows, or a list such as
      *>                 NUMVAL=5,BADCMD=3
      *>
      *> Expected answers land in GENEXP.txt and on the console. The
      *> schematic generator places each number-symbol and gear
      *> pattern in isolation, so its sums are exact by construction
      *> rather than re-deriving the adjacency rules here.
      *>
      *> Each seeded defect is one of the day program's own reject
      *> reasons, built so the program rejects that line and no
      *> other: the valid lines are generated exactly as without
      *> defects (the defects never draw on the random sequence), so
      *> the expected answers still hold, and every reason the format
      *> knows is written to GENEXP.txt as EXCP-<reason>=<count> -
      *> zero included - for VOLCERT to match against the exceptions
      *> the program actually logged to EXCPMSTR under the test run.
      *> The control totals count the defect lines the way each
      *> program counts its input.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  GENOUT.
       01  GENOUT-REC         PIC X(300).

       FD  GENEXP.
       01  GENEXP-REC         PIC X(60).
           05 WRK-NUM         PIC 9(2).
           05 CI              PIC S9(8) COMP.
           05 CJ              PIC S9(8) COMP.
           05 GEN-LINES       PIC 9(8)  VALUE 0.
           05 GEN-CTL-CNT     PIC 9(8).

      *> Negative-path defects (GENDATA_DEFECTS). DEF-ENT holds the
      *> reject reasons the selected format knows, in the order they
      *> are taken round-robin as the defects are spread through the
      *> file - one after every DEF-EVERY valid records, with any
      *> left over written at the end.
       01  DEFECT-REC.
           05 GEN-DEFECTS-TXT PIC X(80).
           05 DEF-ITEM        PIC X(20).
           05 DEF-ITEM-CODE   PIC X(10).
           05 DEF-ITEM-CNT    PIC X(10).
           05 DEF-PTR         PIC S9(4) COMP.
           05 DEF-N           PIC S9(4) COMP.
           05 DEF-X           PIC S9(4) COMP.
           05 DEF-RR          PIC S9(4) COMP.
           05 DEF-ENT OCCURS 3 TIMES.
              10 DEF-CODE     PIC X(8).
              10 DEF-WANT     PIC 9(6).
              10 DEF-DONE     PIC 9(6).
           05 DEF-TOTAL       PIC 9(6).
           05 DEF-LEFT        PIC 9(6).
           05 DEF-EVERY       PIC 9(6).
           05 DEF-ERR-SW      PIC X.
              88 DEF-IN-ERROR         VALUE 'Y'.
           05 DEF-HIT-SW      PIC X.
              88 DEF-CODE-FOUND       VALUE 'Y'.

      *> The cascade simulation for CARDS - the same expansion DAY04
      *> runs, so the expected CARDS-SUM is exact.
           05 DIAG-SURV-SW    PIC X.
              88 DIAG-SURV-FOUND      VALUE 'Y'.

      *> Bingo simulation state: the draw order, each number's
      *> position in it, and the board being written. A board wins at
      *> the earliest draw that completes any row or column, so the
      *> first and last winners - and their scores - follow from the
      *> draw positions alone, exactly as DAY4PZL1 and DAY4PZL2 play.
       01  BINGO-SIM-REC.
           05 BNG-DRAW-NUM    PIC 99    OCCURS 100 TIMES.
           05 BNG-DRAW-AT     PIC 9(3)  OCCURS 100 TIMES.
           05 BNG-POOL        PIC 99    OCCURS 100 TIMES.
           05 BNG-CELL        PIC 99    OCCURS 25 TIMES.
           05 BNG-TMP         PIC 99.
           05 BNG-NUM-ED      PIC Z9.
           05 BNG-IX          PIC S9(4) COMP.
           05 BNG-J           PIC S9(4) COMP.
           05 BNG-ROW         PIC S9(4) COMP.
           05 BNG-COL         PIC S9(4) COMP.
           05 BNG-PTR         PIC S9(4) COMP.
           05 BNG-LINE-AT     PIC 9(3).
           05 BNG-WIN-AT      PIC 9(3).
           05 BNG-FIRST-AT    PIC 9(3)  VALUE 999.
           05 BNG-LAST-AT     PIC 9(3)  VALUE 0.
           05 BNG-UNMARKED    PIC 9(5).
           05 BNG-SCORE       PIC 9(10).
           05 EXP-FIRST-WIN   PIC 9(10) VALUE 0.
           05 EXP-LAST-WIN    PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.

       MAIN SECTION.
             MOVE 'GENTEST.txt' TO GENOUT-DSN
           END-IF

           PERFORM SET-DEFECT-PLAN
           IF DEF-IN-ERROR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           OPEN OUTPUT GENOUT
           OPEN OUTPUT GENEXP

               PERFORM GENERATE-CARDS
             WHEN 'DIAG'
               PERFORM GENERATE-DIAG
             WHEN 'BINGO'
               PERFORM GENERATE-BINGO
             WHEN OTHER
               DISPLAY 'GENDATA: GENDATA_DAY MUST BE SONAR, NAV, '
                       'GAMES, SCHEM, CARDS, DIAG OR BINGO'
               MOVE 8 TO RETURN-CODE
               SET DEF-IN-ERROR TO TRUE
           END-EVALUATE
           IF NOT DEF-IN-ERROR
             PERFORM WRITE-DEFECT-COUNTS
           END-IF

           CLOSE GENOUT
           CLOSE GENEXP
           DISPLAY GENEXP-REC
           .

      *> Every generated line goes out through here, so the control
      *> totals can count the defect lines along with the valid ones.
       PUT-GENOUT SECTION.
           WRITE GENOUT-REC
           ADD 1 TO GEN-LINES
           .

      *> The reject reasons each format knows, then GENDATA_DEFECTS
      *> applied to them. GAMES has none - DAY02 rejects nothing.
       SET-DEFECT-PLAN SECTION.
           MOVE 0 TO DEF-N DEF-TOTAL DEF-LEFT
           MOVE 'N' TO DEF-ERR-SW
           PERFORM VARYING DEF-X FROM 1 BY 1 UNTIL DEF-X > 3
             MOVE SPACES TO DEF-CODE(DEF-X)
             MOVE 0 TO DEF-WANT(DEF-X) DEF-DONE(DEF-X)
           END-PERFORM
           EVALUATE GEN-DAY
             WHEN 'SONAR'
               MOVE 1 TO DEF-N
               MOVE 'NUMVAL' TO DEF-CODE(1)
             WHEN 'NAV'
               MOVE 2 TO DEF-N
               MOVE 'BADCMD' TO DEF-CODE(1)
               MOVE 'NUMVAL' TO DEF-CODE(2)
             WHEN 'DIAG'
               MOVE 2 TO DEF-N
               MOVE 'NOTBIN' TO DEF-CODE(1)
               MOVE 'BADWIDTH' TO DEF-CODE(2)
             WHEN 'SCHEM'
               MOVE 1 TO DEF-N
               MOVE 'UNKCHAR' TO DEF-CODE(1)
             WHEN 'CARDS'
               MOVE 1 TO DEF-N
               MOVE 'DUPCARD' TO DEF-CODE(1)
             WHEN 'BINGO'
               MOVE 3 TO DEF-N
               MOVE 'BADDRAW' TO DEF-CODE(1)
               MOVE 'DUPDRAW' TO DEF-CODE(2)
               MOVE 'BADROW' TO DEF-CODE(3)
           END-EVALUATE

           MOVE SPACES TO GEN-DEFECTS-TXT
           ACCEPT GEN-DEFECTS-TXT FROM ENVIRONMENT 'GENDATA_DEFECTS'
           IF GEN-DEFECTS-TXT = SPACES
             EXIT SECTION
           END-IF
           IF DEF-N = 0
             DISPLAY 'GENDATA: ' FUNCTION TRIM(GEN-DAY)
                     ' HAS NO REJECT REASONS - GENDATA_DEFECTS '
                     'IGNORED'
             EXIT SECTION
           END-IF

           IF FUNCTION TEST-NUMVAL(GEN-DEFECTS-TXT) = 0
             PERFORM VARYING DEF-X FROM 1 BY 1 UNTIL DEF-X > DEF-N
               COMPUTE DEF-WANT(DEF-X) =
                   FUNCTION NUMVAL(GEN-DEFECTS-TXT)
             END-PERFORM
           ELSE
             MOVE 1 TO DEF-PTR
             PERFORM UNTIL DEF-PTR > 80 OR DEF-IN-ERROR
               MOVE SPACES TO DEF-ITEM
               UNSTRING GEN-DEFECTS-TXT DELIMITED BY ','
                   INTO DEF-ITEM
                   WITH POINTER DEF-PTR
               END-UNSTRING
               IF DEF-ITEM NOT = SPACES
                 PERFORM APPLY-DEFECT-ITEM
               END-IF
             END-PERFORM
           END-IF

           PERFORM VARYING DEF-X FROM 1 BY 1 UNTIL DEF-X > DEF-N
             ADD DEF-WANT(DEF-X) TO DEF-TOTAL
           END-PERFORM
           MOVE DEF-TOTAL TO DEF-LEFT
           .

       APPLY-DEFECT-ITEM SECTION.
           MOVE SPACES TO DEF-ITEM-CODE DEF-ITEM-CNT
           UNSTRING DEF-ITEM DELIMITED BY '='
               INTO DEF-ITEM-CODE DEF-ITEM-CNT
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DEF-ITEM-CODE))
             TO DEF-ITEM-CODE
           IF DEF-ITEM-CNT = SPACES
              OR FUNCTION TEST-NUMVAL(DEF-ITEM-CNT) NOT = 0
             DISPLAY 'GENDATA: GENDATA_DEFECTS ENTRY '
                     FUNCTION TRIM(DEF-ITEM)
                     ' IS NOT REASON=COUNT'
             SET DEF-IN-ERROR TO TRUE
             EXIT SECTION
           END-IF
           MOVE 'N' TO DEF-HIT-SW
           PERFORM VARYING DEF-X FROM 1 BY 1
                     UNTIL DEF-X > DEF-N OR DEF-CODE-FOUND
             IF DEF-CODE(DEF-X) = DEF-ITEM-CODE
               SET DEF-CODE-FOUND TO TRUE
               COMPUTE DEF-WANT(DEF-X) =
                   FUNCTION NUMVAL(DEF-ITEM-CNT)
             END-IF
           END-PERFORM
           IF NOT DEF-CODE-FOUND
             DISPLAY 'GENDATA: ' FUNCTION TRIM(DEF-ITEM-CODE)
                     ' IS NOT A REJECT REASON OF THE '
                     FUNCTION TRIM(GEN-DAY) ' FORMAT'
             SET DEF-IN-ERROR TO TRUE
           END-IF
           .

      *> Spacing for the spread: one defect after every DEF-EVERY
      *> valid records of GEN-SIZE.
       SET-DEFECT-SPACING SECTION.
           COMPUTE DEF-EVERY = GEN-SIZE / (DEF-LEFT + 1)
           IF DEF-EVERY = 0
             MOVE 1 TO DEF-EVERY
           END-IF
           MOVE 0 TO DEF-RR
           .

       SEED-DUE-DEFECT SECTION.
           IF DEF-LEFT > 0
              AND FUNCTION MOD(GEN-IX, DEF-EVERY) = 0
             PERFORM PUT-NEXT-DEFECT
           END-IF
           .

       SEED-REMAINING-DEFECTS SECTION.
           PERFORM UNTIL DEF-LEFT = 0
             PERFORM PUT-NEXT-DEFECT
           END-PERFORM
           .

      *> Round-robin over the reasons still owed a line.
       PUT-NEXT-DEFECT SECTION.
           MOVE 'N' TO DEF-HIT-SW
           PERFORM UNTIL DEF-CODE-FOUND
             ADD 1 TO DEF-RR
             IF DEF-RR > DEF-N
               MOVE 1 TO DEF-RR
             END-IF
             IF DEF-DONE(DEF-RR) < DEF-WANT(DEF-RR)
               SET DEF-CODE-FOUND TO TRUE
             END-IF
           END-PERFORM
           PERFORM PUT-DEFECT-LINE
           .

      *> One defect line of reason DEF-CODE(DEF-RR). Each image is
      *> rejected by the day program for that reason alone: the NAV
      *> BADCMD line carries a good number because the number is
      *> checked first, and the DIAG lines never come before the
      *> first valid line, which fixes the report width.
       PUT-DEFECT-LINE SECTION.
           MOVE SPACES TO GENOUT-REC
           EVALUATE DEF-CODE(DEF-RR)
             WHEN 'NUMVAL'
               IF GEN-DAY = 'NAV'
                 MOVE 'forward 5x' TO GENOUT-REC
               ELSE
                 MOVE '12X34' TO GENOUT-REC
               END-IF
             WHEN 'BADCMD'
               MOVE 'backward 5' TO GENOUT-REC
             WHEN 'NOTBIN'
               MOVE '010201010101' TO GENOUT-REC
             WHEN 'BADWIDTH'
               MOVE '01010101010' TO GENOUT-REC
             WHEN 'BADDRAW'
               MOVE '7,x,9' TO GENOUT-REC
             WHEN 'DUPDRAW'
               MOVE '5,6,7' TO GENOUT-REC
             WHEN 'BADROW'
               MOVE ' 1  2  3' TO GENOUT-REC
           END-EVALUATE
           PERFORM PUT-GENOUT
           ADD 1 TO DEF-DONE(DEF-RR)
           SUBTRACT 1 FROM DEF-LEFT
           .

       WRITE-DEFECT-COUNTS SECTION.
           PERFORM VARYING DEF-X FROM 1 BY 1 UNTIL DEF-X > DEF-N
             MOVE SPACES TO GENEXP-REC
             STRING 'EXCP-' FUNCTION TRIM(DEF-CODE(DEF-X)) '='
                    DEF-DONE(DEF-X)
                    INTO GENEXP-REC
             PERFORM WRITE-EXPECTED
           END-PERFORM
           .

       GENERATE-SONAR SECTION.
           PERFORM SET-DEFECT-SPACING
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > GEN-SIZE
             PERFORM NEXT-RANDOM
             COMPUTE GEN-VAL = FUNCTION MOD(GEN-RAND, 99900) + 100
             MOVE SPACES TO GENOUT-REC
             MOVE GEN-VAL TO GENOUT-REC(1:5)
             PERFORM PUT-GENOUT

             IF GEN-IX > 1 AND GEN-VAL > PREV-VAL
               ADD 1 TO EXP-INCR
                 ADD 1 TO EXP-WNDW
               END-IF
             END-IF
             PERFORM SEED-DUE-DEFECT
           END-PERFORM
           PERFORM SEED-REMAINING-DEFECTS

      *> DAY1PZL1 counts every line read, DAY1PZL2 only the readings
      *> that passed the numeric check.
           MOVE 'D1P1CTL.txt' TO CTL-DSN
           MOVE GEN-LINES TO GEN-CTL-CNT
           PERFORM WRITE-GEN-CTL
           MOVE 'D1P2CTL.txt' TO CTL-DSN
           MOVE GEN-SIZE TO GEN-CTL-CNT
           PERFORM WRITE-GEN-CTL

           MOVE SPACES TO GENEXP-REC
             MOVE 4000 TO GEN-SIZE
           END-IF
           MOVE 0 TO DIAG-CNT
           PERFORM SET-DEFECT-SPACING
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > GEN-SIZE
             MOVE SPACES TO GENOUT-REC
             ADD 1 TO DIAG-CNT
               END-IF
             END-PERFORM
             MOVE GENOUT-REC(1:12) TO DIAG-BITS(DIAG-CNT)
             PERFORM PUT-GENOUT
             PERFORM SEED-DUE-DEFECT
           END-PERFORM
           PERFORM SEED-REMAINING-DEFECTS

      *> Gamma takes the majority bit per position, epsilon the
      *> minority; a tie counts as a zero majority, matching
           MOVE DIAG-RATING TO DIAG-CO2
           COMPUTE EXP-LIFE = DIAG-OXY * DIAG-CO2

           MOVE GEN-LINES TO GEN-CTL-CNT
           MOVE 'D3PZ1CTL.txt' TO CTL-DSN
           PERFORM WRITE-GEN-CTL
           MOVE 'D3P2CTL.txt' TO CTL-DSN
      *> amount never exceeds the smaller of the direct DEPTH and
      *> the AIM, both simulated as the file is written.
       GENERATE-NAV SECTION.
           PERFORM SET-DEFECT-SPACING
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > GEN-SIZE
             PERFORM NEXT-RANDOM
             COMPUTE NAV-AMT = FUNCTION MOD(GEN-RAND, 9) + 1
                   SUBTRACT NAV-AMT FROM NAV-AIM
                 END-IF
             END-EVALUATE
             PERFORM PUT-GENOUT
             PERFORM SEED-DUE-DEFECT
           END-PERFORM
           PERFORM SEED-REMAINING-DEFECTS

           MOVE GEN-LINES TO GEN-CTL-CNT
           MOVE 'D2P1CTL.txt' TO CTL-DSN
           PERFORM WRITE-GEN-CTL
           MOVE 'D2P2CTL.txt' TO CTL-DSN
                    GAME-R ' red, ' GAME-G ' green, '
                    GAME-B ' blue'
                    INTO GENOUT-REC
             PERFORM PUT-GENOUT

             IF GAME-R NOT > 12 AND GAME-G NOT > 13
                AND GAME-B NOT > 14
             ADD GAME-POWER TO EXP-POWERSUM
           END-PERFORM

           MOVE GEN-LINES TO GEN-CTL-CNT
           MOVE 'DAY02CTL.txt' TO CTL-DSN
           PERFORM WRITE-GEN-CTL

      *> exactly its two numbers. Even rows are all filler, so no
      *> pattern can interact with another: PARTS-SUM and
      *> GEAR-RATIO-SUM follow by construction.
      *> An UNKCHAR defect is a '~' - in no symbol set - overlaid
      *> on an even, all-filler row, one per row from the top, so it
      *> touches no pattern and adds no line; DAY03P1 reports it and
      *> reads it as filler.
       GENERATE-SCHEM SECTION.
           IF DEF-LEFT > GEN-SIZE / 2
             DISPLAY 'GENDATA: UNKCHAR DEFECTS CAPPED AT ONE PER '
                     'FILLER ROW'
             COMPUTE DEF-WANT(1) = GEN-SIZE / 2
             MOVE DEF-WANT(1) TO DEF-LEFT
           END-IF
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > GEN-SIZE
             MOVE SPACES TO GENOUT-REC
             MOVE ALL '.' TO GENOUT-REC(1:80)
               MOVE SCH-A TO GENOUT-REC(40:3)
               MOVE '#' TO GENOUT-REC(43:1)
               ADD SCH-A TO EXP-PARTS
             ELSE
               IF DEF-LEFT > 0
                 MOVE '~' TO GENOUT-REC(70:1)
                 ADD 1 TO DEF-DONE(1)
                 SUBTRACT 1 FROM DEF-LEFT
               END-IF
             END-IF
             PERFORM PUT-GENOUT
           END-PERFORM

           MOVE GEN-LINES TO GEN-CTL-CNT
           MOVE 'D3P1CTL.txt' TO CTL-DSN
           PERFORM WRITE-GEN-CTL

      *> repeat winning numbers, the rest (30-54) cannot match, so
      *> the match count per card is chosen, not discovered. The
      *> cascade is then simulated exactly as DAY04 expands it.
      *> DUPCARD defects are extra cards re-using ids 1, 2, ... with
      *> no matches, appended after the last card so no copy lands
      *> on them; DAY04 still counts them as cards.
       GENERATE-CARDS SECTION.
           IF GEN-SIZE > 10000
             DISPLAY 'GENDATA: CARDS CAPPED AT THE 10000-CARD '
                     'TABLE LIMIT'
             MOVE 10000 TO GEN-SIZE
           END-IF
           IF GEN-SIZE + DEF-LEFT > 10000
             DISPLAY 'GENDATA: DUPCARD DEFECTS CAPPED AT THE 10000-'
                     'CARD TABLE LIMIT'
             COMPUTE DEF-WANT(1) = 10000 - GEN-SIZE
             MOVE DEF-WANT(1) TO DEF-LEFT
           END-IF
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > GEN-SIZE
             PERFORM NEXT-RANDOM
      *> Matches are held to 0 or 1: with higher counts the copy
             IF GEN-IX + CARD-MATCHES > GEN-SIZE
               MOVE 0 TO CARD-MATCHES
             END-IF
             PERFORM BUILD-CARD-LINE
             PERFORM PUT-GENOUT

             MOVE CARD-MATCHES TO SIM-MATCH(GEN-IX)
             MOVE 1 TO SIM-INST(GEN-IX)
             END-IF
           END-PERFORM

           PERFORM VARYING CJ FROM 1 BY 1 UNTIL CJ > DEF-WANT(1)
             MOVE 0 TO CARD-MATCHES
             MOVE CJ TO GEN-IX
             PERFORM BUILD-CARD-LINE
             PERFORM PUT-GENOUT
             ADD 1 TO DEF-DONE(1)
             SUBTRACT 1 FROM DEF-LEFT
             ADD 1 TO EXP-CARDS
           END-PERFORM

           MOVE GEN-LINES TO GEN-CTL-CNT
           MOVE 'D04CTL.txt' TO CTL-DSN
           PERFORM WRITE-GEN-CTL

           PERFORM WRITE-EXPECTED
           .

      *> One card line for card GEN-IX with CARD-MATCHES matches.
       BUILD-CARD-LINE SECTION.
           MOVE SPACES TO WRK-LINE
           MOVE GEN-IX TO GAME-ID-ED
           STRING 'Card ' FUNCTION TRIM(GAME-ID-ED) ': '
                  INTO WRK-LINE
           COMPUTE GEN-K =
             FUNCTION LENGTH(FUNCTION TRIM(WRK-LINE, TRAILING))
             + 2
           PERFORM VARYING WRK-NUM FROM 10 BY 1 UNTIL WRK-NUM > 19
             MOVE WRK-NUM TO WRK-LINE(GEN-K:2)
             ADD 3 TO GEN-K
           END-PERFORM
           MOVE '|' TO WRK-LINE(GEN-K:1)
           ADD 2 TO GEN-K
           PERFORM VARYING CI FROM 1 BY 1 UNTIL CI > 25
             IF CI NOT > CARD-MATCHES
               COMPUTE WRK-NUM = 9 + CI
             ELSE
               COMPUTE WRK-NUM = 29 + CI
             END-IF
             MOVE WRK-NUM TO WRK-LINE(GEN-K:2)
             ADD 3 TO GEN-K
           END-PERFORM
           MOVE WRK-LINE TO GENOUT-REC
           .

      *> 2021 day-4 bingo: one draw line calling every number 0-99
      *> once, in a shuffled order, then GEN-SIZE boards of 25
      *> distinct numbers in the fixed 14-column grid, a blank line
      *> before each. The board count is capped at the 100 boards
      *> DAY4PZL1/DAY4PZL2 hold. With every number called each board
      *> wins at the earliest draw completing one of its rows or
      *> columns; FIRST-WIN is the first board (in file order) to
      *> win soonest, LAST-WIN the last board to win latest, each
      *> scored as its uncalled numbers' sum times the winning call.
      *> BADDRAW lines go ahead of the real draw line; DUPDRAW and
      *> BADROW lines are spread between boards, never inside one.
       GENERATE-BINGO SECTION.
           IF GEN-SIZE > 100
             DISPLAY 'GENDATA: BINGO CAPPED AT THE 100-BOARD TABLE '
                     'LIMIT'
             MOVE 100 TO GEN-SIZE
           END-IF
           MOVE 999 TO BNG-FIRST-AT
           MOVE 0 TO BNG-LAST-AT EXP-FIRST-WIN EXP-LAST-WIN
           PERFORM VARYING BNG-IX FROM 1 BY 1 UNTIL BNG-IX > 100
             COMPUTE BNG-POOL(BNG-IX) = BNG-IX - 1
           END-PERFORM
           PERFORM VARYING BNG-IX FROM 1 BY 1 UNTIL BNG-IX > 100
             PERFORM NEXT-RANDOM
             COMPUTE BNG-J = BNG-IX
                 + FUNCTION MOD(GEN-RAND, 101 - BNG-IX)
             MOVE BNG-POOL(BNG-IX) TO BNG-TMP
             MOVE BNG-POOL(BNG-J) TO BNG-POOL(BNG-IX)
             MOVE BNG-TMP TO BNG-POOL(BNG-J)
             MOVE BNG-POOL(BNG-IX) TO BNG-DRAW-NUM(BNG-IX)
             MOVE BNG-IX TO BNG-DRAW-AT(BNG-POOL(BNG-IX) + 1)
           END-PERFORM

           MOVE 1 TO DEF-RR
           PERFORM UNTIL DEF-DONE(1) = DEF-WANT(1)
             PERFORM PUT-DEFECT-LINE
           END-PERFORM

           MOVE SPACES TO GENOUT-REC
           MOVE 1 TO BNG-PTR
           PERFORM VARYING BNG-IX FROM 1 BY 1 UNTIL BNG-IX > 100
             MOVE BNG-DRAW-NUM(BNG-IX) TO BNG-NUM-ED
             IF BNG-IX > 1
               STRING ',' DELIMITED BY SIZE
                   INTO GENOUT-REC WITH POINTER BNG-PTR
             END-IF
             STRING FUNCTION TRIM(BNG-NUM-ED) DELIMITED BY SIZE
                 INTO GENOUT-REC WITH POINTER BNG-PTR
           END-PERFORM
           PERFORM PUT-GENOUT

           PERFORM SET-DEFECT-SPACING
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > GEN-SIZE
             MOVE SPACES TO GENOUT-REC
             PERFORM PUT-GENOUT
             PERFORM BUILD-BINGO-BOARD
             PERFORM SCORE-BINGO-BOARD
             PERFORM SEED-DUE-DEFECT
           END-PERFORM
           PERFORM SEED-REMAINING-DEFECTS

           MOVE GEN-LINES TO GEN-CTL-CNT
           MOVE 'D4PZ1CTL.txt' TO CTL-DSN
           PERFORM WRITE-GEN-CTL
           MOVE 'D4PZ2CTL.txt' TO CTL-DSN
           PERFORM WRITE-GEN-CTL

           MOVE SPACES TO GENEXP-REC
           STRING 'FIRST-WIN=' EXP-FIRST-WIN INTO GENEXP-REC
           PERFORM WRITE-EXPECTED
           MOVE SPACES TO GENEXP-REC
           STRING 'LAST-WIN=' EXP-LAST-WIN INTO GENEXP-REC
           PERFORM WRITE-EXPECTED
           .

      *> 25 distinct numbers - the head of a fresh partial shuffle -
      *> written as five rows of two-digit, right-adjusted cells.
       BUILD-BINGO-BOARD SECTION.
           PERFORM VARYING BNG-IX FROM 1 BY 1 UNTIL BNG-IX > 100
             COMPUTE BNG-POOL(BNG-IX) = BNG-IX - 1
           END-PERFORM
           PERFORM VARYING BNG-IX FROM 1 BY 1 UNTIL BNG-IX > 25
             PERFORM NEXT-RANDOM
             COMPUTE BNG-J = BNG-IX
                 + FUNCTION MOD(GEN-RAND, 101 - BNG-IX)
             MOVE BNG-POOL(BNG-IX) TO BNG-TMP
             MOVE BNG-POOL(BNG-J) TO BNG-POOL(BNG-IX)
             MOVE BNG-TMP TO BNG-POOL(BNG-J)
             MOVE BNG-POOL(BNG-IX) TO BNG-CELL(BNG-IX)
           END-PERFORM
           PERFORM VARYING BNG-ROW FROM 1 BY 1 UNTIL BNG-ROW > 5
             MOVE SPACES TO GENOUT-REC
             PERFORM VARYING BNG-COL FROM 1 BY 1 UNTIL BNG-COL > 5
               MOVE BNG-CELL((BNG-ROW - 1) * 5 + BNG-COL)
                 TO BNG-NUM-ED
               MOVE BNG-NUM-ED TO GENOUT-REC((BNG-COL - 1) * 3 + 1:2)
             END-PERFORM
             PERFORM PUT-GENOUT
           END-PERFORM
           .

      *> The board wins at the smallest, over its rows and columns,
      *> of the latest draw position in that line. A later board
      *> takes FIRST-WIN only by winning strictly sooner, and
      *> LAST-WIN on a tie - the play passes walk the boards in file
      *> order and DAY4PZL2 keeps the last score it sees.
       SCORE-BINGO-BOARD SECTION.
           MOVE 999 TO BNG-WIN-AT
           PERFORM VARYING BNG-ROW FROM 1 BY 1 UNTIL BNG-ROW > 5
             MOVE 0 TO BNG-LINE-AT
             PERFORM VARYING BNG-COL FROM 1 BY 1 UNTIL BNG-COL > 5
               COMPUTE BNG-IX = (BNG-ROW - 1) * 5 + BNG-COL
               IF BNG-DRAW-AT(BNG-CELL(BNG-IX) + 1) > BNG-LINE-AT
                 MOVE BNG-DRAW-AT(BNG-CELL(BNG-IX) + 1)
                   TO BNG-LINE-AT
               END-IF
             END-PERFORM
             IF BNG-LINE-AT < BNG-WIN-AT
               MOVE BNG-LINE-AT TO BNG-WIN-AT
             END-IF
           END-PERFORM
           PERFORM VARYING BNG-COL FROM 1 BY 1 UNTIL BNG-COL > 5
             MOVE 0 TO BNG-LINE-AT
             PERFORM VARYING BNG-ROW FROM 1 BY 1 UNTIL BNG-ROW > 5
               COMPUTE BNG-IX = (BNG-ROW - 1) * 5 + BNG-COL
               IF BNG-DRAW-AT(BNG-CELL(BNG-IX) + 1) > BNG-LINE-AT
                 MOVE BNG-DRAW-AT(BNG-CELL(BNG-IX) + 1)
                   TO BNG-LINE-AT
               END-IF
             END-PERFORM
             IF BNG-LINE-AT < BNG-WIN-AT
               MOVE BNG-LINE-AT TO BNG-WIN-AT
             END-IF
           END-PERFORM

           MOVE 0 TO BNG-UNMARKED
           PERFORM VARYING BNG-IX FROM 1 BY 1 UNTIL BNG-IX > 25
             IF BNG-DRAW-AT(BNG-CELL(BNG-IX) + 1) > BNG-WIN-AT
               ADD BNG-CELL(BNG-IX) TO BNG-UNMARKED
             END-IF
           END-PERFORM
           COMPUTE BNG-SCORE = BNG-UNMARKED
               * BNG-DRAW-NUM(BNG-WIN-AT)

           IF BNG-WIN-AT < BNG-FIRST-AT
             MOVE BNG-WIN-AT TO BNG-FIRST-AT
             MOVE BNG-SCORE TO EXP-FIRST-WIN
           END-IF
           IF BNG-WIN-AT NOT < BNG-LAST-AT
             MOVE BNG-WIN-AT TO BNG-LAST-AT
             MOVE BNG-SCORE TO EXP-LAST-WIN
           END-IF
           .

      *> The generator writes the control total itself - the whole
      *> point of generated data is that nothing about it is typed
      *> in by hand.
       WRITE-GEN-CTL SECTION.
           OPEN OUTPUT CTLCNT
           MOVE GEN-CTL-CNT TO CTLCNT-REC
           WRITE CTLCNT-REC
           CLOSE CTLCNT
           .
