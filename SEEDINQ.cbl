       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEEDINQ.

      *> Interactive location-to-seed inquiry for the DAY05 almanac,
      *> in the ANSHINQ style. When an analyst questions
      *> MIN-LOCATION or MIN-RANGE-LOC, this loads the same almanac
      *> DAY05 reads (through the shared loader, ALMNRD.cpy), takes
      *> a location number or an inclusive location range, and
      *> walks the layers last to first through the inverse of
      *> every map entry: a destination stretch maps back to its
      *> source stretch, and a value no entry's source range covers
      *> maps back to itself, exactly as it carried through going
      *> forward. The values at each layer are listed on the way
      *> back, and the seed values finally reached are matched
      *> against the seeds header - both as the part-1 seed list
      *> and as the part-2 start/length ranges - so the answer can
      *> be proved in seconds instead of by hand.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PZLINPUT ASSIGN TO DYNAMIC PZLINPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PZLINPUT-FS.

           COPY PZLCSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.
       01  PZL-REC            PIC X(240).

       COPY PZLCFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY PZLIWS.
           COPY PZLCWS.
           COPY ALMNWS.
           05 LINE-NO         PIC 9(8).
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(20).
           05 INQ-FROM        PIC 9(12).
           05 INQ-TO          PIC 9(12).
           05 LAYER-IX        PIC S9(4) COMP.
           05 ENT-IX          PIC S9(4) COMP.
           05 SEED-IX         PIC S9(4) COMP.
           05 LAYER-IX-X      PIC 99.
           05 SEED-IX-X       PIC 9(3).
           05 RNG-CNT-X       PIC 9(3).
           05 SHOW-CNT        PIC S9(4) COMP.
           05 MORE-CNT-X      PIC 9(3).
           05 HIT-CNT         PIC 9(4).
      *> Inverse range work areas, the mirror of DAY05's part-2
      *> splitting: each working range is cut wherever it crosses
      *> an entry's destination stretch (mapped back to source) and
      *> wherever it crosses an entry's source stretch (which no
      *> value can carry through unchanged).
           05 RNG-IN-CNT      PIC S9(4) COMP.
           05 RNG-OUT-CNT     PIC S9(4) COMP.
           05 RNG-IX          PIC S9(4) COMP.
           05 RNG-START       PIC 9(12).
           05 RNG-LEN         PIC 9(12).
           05 RNG-END         PIC 9(12).
           05 RNG-TAKE        PIC 9(12).
           05 RNG-GAP-NEXT    PIC 9(12).
           05 RNG-MAP-END     PIC 9(12).
           05 RNG-LO          PIC 9(12).
           05 RNG-HI          PIC 9(12).
           05 RNG-PIECE-START PIC 9(12).
           05 SEED-END        PIC 9(12).
           05 RNG-IN-TBL.
              10 RNG-IN-ENT OCCURS 500 TIMES.
                 15 RNG-IN-START  PIC 9(12).
                 15 RNG-IN-LEN    PIC 9(12).
           05 RNG-OUT-TBL.
              10 RNG-OUT-ENT OCCURS 500 TIMES.
                 15 RNG-OUT-START PIC 9(12).
                 15 RNG-OUT-LEN   PIC 9(12).

       COPY ALMNTB.

       01  SWITCHES.
           COPY PZLISW.
           05 SEEDS-SEEN-FLAG PIC X   VALUE 'N'.
              88 SEEDS-SEEN           VALUE 'Y'.
           05 OVERFLOW-FLAG   PIC X   VALUE 'N'.
              88 TABLE-OVERFLOW       VALUE 'Y'.
           05 MAPPED-FLAG     PIC X   VALUE 'N'.
              88 VALUE-MAPPED         VALUE 'Y'.
           05 EXIT-FLAG       PIC X   VALUE 'N'.
              88 EXIT-REQUESTED       VALUE 'Y'.
           05 KEY-OK-FLAG     PIC X   VALUE 'N'.
              88 INQUIRY-KEYED        VALUE 'Y'.
           05 RNG-FULL-FLAG   PIC X   VALUE 'N'.
              88 RNG-TABLE-FULL       VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           INITIALIZE MAPS-TBL-REC
           MOVE 0 TO SEED-CNT

           PERFORM LOAD-PZLCAT

      *> The almanac DAY05's batch step reads, unless PZLINPUT_DSN
      *> points the inquiry at another copy (an archived feed, say).
           MOVE SPACES TO PZLINPUT-DSN
           ACCEPT PZLINPUT-DSN FROM ENVIRONMENT 'PZLINPUT_DSN'
           IF PZLINPUT-DSN = SPACES
             PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
               IF SD-PGM(SDX) = 'DAY05' AND SD-RUN-STEP(SDX)
                 MOVE SD-INPUT-DSN(SDX) TO PZLINPUT-DSN
               END-IF
             END-PERFORM
           END-IF
           IF PZLINPUT-DSN = SPACES
             MOVE 'input.txt' TO PZLINPUT-DSN
           END-IF

           PERFORM LOAD-ALMANAC
           IF RETURN-CODE NOT = 0
             GOBACK
           END-IF

           PERFORM UNTIL EXIT-REQUESTED
             DISPLAY ' '
             DISPLAY 'LOCATION-TO-SEED INQUIRY - 1. ONE LOCATION'
                     '  2. LOCATION RANGE  0. EXIT'
             DISPLAY 'SELECTION: ' WITH NO ADVANCING
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM INQUIRE-ONE-LOCATION
               WHEN '2'
                 PERFORM INQUIRE-LOCATION-RANGE
               WHEN '0'
                 SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM

           GOBACK
           .

      *> A feed the loader cannot take whole - unreadable, past the
      *> table ceilings, or with no seeds line or no layers - is
      *> refused outright: an inverse walk through half an almanac
      *> would prove nothing.
       LOAD-ALMANAC SECTION.
           MOVE 'C' TO PZLINPUT-FLAG
           OPEN INPUT PZLINPUT
           IF PZLINPUT-FS NOT = '00'
             DISPLAY 'ALMANAC ' FUNCTION TRIM(PZLINPUT-DSN)
                     ' NOT READABLE, FILE STATUS=' PZLINPUT-FS
             MOVE 8 TO RETURN-CODE
             EXIT SECTION
           END-IF
           PERFORM READ-PZLINPUT
           PERFORM UNTIL PZLINPUT-EOF OR TABLE-OVERFLOW
             PERFORM PARSE-ALMANAC-LINE
             PERFORM READ-PZLINPUT
           END-PERFORM
           CLOSE PZLINPUT

           IF TABLE-OVERFLOW
             DISPLAY 'ALMANAC EXCEEDS THE TABLE CEILINGS AT LINE '
                     LINE-NO ' - INQUIRY NOT AVAILABLE'
             MOVE 8 TO RETURN-CODE
             EXIT SECTION
           END-IF
           IF SEED-CNT = 0 OR MAP-CNT = 0
             DISPLAY 'NO SEEDS LINE OR NO MAP LAYERS IN '
                     FUNCTION TRIM(PZLINPUT-DSN) ' - NOT AN ALMANAC'
             MOVE 8 TO RETURN-CODE
             EXIT SECTION
           END-IF
           MOVE SEED-CNT TO SEED-IX-X
           MOVE MAP-CNT TO LAYER-IX-X
           DISPLAY 'ALMANAC ' FUNCTION TRIM(PZLINPUT-DSN) ' LOADED - '
                   SEED-IX-X ' SEED(S), ' LAYER-IX-X ' LAYER(S)'
           .

       INQUIRE-ONE-LOCATION SECTION.
           MOVE 'N' TO KEY-OK-FLAG
           DISPLAY 'LOCATION: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
             COMPUTE INQ-FROM = FUNCTION NUMVAL(ANSWER-TEXT)
             MOVE INQ-FROM TO INQ-TO
             SET INQUIRY-KEYED TO TRUE
           ELSE
             DISPLAY 'LOCATION MUST BE NUMERIC'
           END-IF
           IF INQUIRY-KEYED
             PERFORM TRACE-LOCATIONS-BACK
           END-IF
           .

       INQUIRE-LOCATION-RANGE SECTION.
           MOVE 'N' TO KEY-OK-FLAG
           DISPLAY 'FROM LOCATION: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
             COMPUTE INQ-FROM = FUNCTION NUMVAL(ANSWER-TEXT)
             DISPLAY 'TO LOCATION (INCLUSIVE): ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             IF ANSWER-TEXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
               COMPUTE INQ-TO = FUNCTION NUMVAL(ANSWER-TEXT)
               IF INQ-TO < INQ-FROM
                 DISPLAY 'TO LOCATION IS BELOW FROM LOCATION'
               ELSE
                 SET INQUIRY-KEYED TO TRUE
               END-IF
             ELSE
               DISPLAY 'TO LOCATION MUST BE NUMERIC'
             END-IF
           ELSE
             DISPLAY 'FROM LOCATION MUST BE NUMERIC'
           END-IF
           IF INQUIRY-KEYED
             PERFORM TRACE-LOCATIONS-BACK
           END-IF
           .

      *> The location stretch starts as the one working range and is
      *> pushed back through the layers last to first; after each
      *> layer the working ranges are the values at that layer's
      *> input, which is what gets listed. What is left after the
      *> first layer is the set of seed values that map forward into
      *> the location stretch asked about.
       TRACE-LOCATIONS-BACK SECTION.
           MOVE 'N' TO RNG-FULL-FLAG
           MOVE 1 TO RNG-IN-CNT
           MOVE INQ-FROM TO RNG-IN-START(1)
           COMPUTE RNG-IN-LEN(1) = INQ-TO - INQ-FROM + 1
           DISPLAY ' '
           DISPLAY 'LOCATION ' INQ-FROM ' TO ' INQ-TO
           PERFORM VARYING LAYER-IX FROM MAP-CNT BY -1
                     UNTIL LAYER-IX < 1
             PERFORM UNMAP-RANGE-LAYER
             MOVE LAYER-IX TO LAYER-IX-X
             MOVE RNG-IN-CNT TO RNG-CNT-X
             DISPLAY '<- LAYER ' LAYER-IX-X ' '
                     FUNCTION TRIM(MAP-NAME(LAYER-IX))
                     ' SOURCE VALUES, ' RNG-CNT-X ' PIECE(S):'
             PERFORM SHOW-WORKING-RANGES
           END-PERFORM
           IF RNG-TABLE-FULL
             DISPLAY '   (RANGE TABLE FULL - THE WALK-BACK IS '
                     'INCOMPLETE; NARROW THE LOCATION RANGE)'
           END-IF
           PERFORM MATCH-SEEDS-HEADER
           .

       SHOW-WORKING-RANGES SECTION.
           MOVE 0 TO SHOW-CNT
           PERFORM VARYING RNG-IX FROM 1 BY 1
                     UNTIL RNG-IX > RNG-IN-CNT OR SHOW-CNT = 10
             ADD 1 TO SHOW-CNT
             IF RNG-IN-LEN(RNG-IX) = 1
               DISPLAY '     VALUE ' RNG-IN-START(RNG-IX)
             ELSE
               COMPUTE RNG-END = RNG-IN-START(RNG-IX)
                 + RNG-IN-LEN(RNG-IX) - 1
               DISPLAY '     VALUES ' RNG-IN-START(RNG-IX)
                       ' TO ' RNG-END
             END-IF
           END-PERFORM
           IF RNG-IN-CNT > SHOW-CNT
             COMPUTE MORE-CNT-X = RNG-IN-CNT - SHOW-CNT
             DISPLAY '     ... ' MORE-CNT-X ' MORE PIECE(S)'
           END-IF
           .

      *> One layer backwards. A working range meets every entry's
      *> destination stretch - the overlap maps back to the same
      *> offset inside the entry's source stretch - and separately
      *> carries back unchanged wherever no entry's SOURCE range
      *> covers it, because only those values passed through this
      *> layer untouched going forward. An almanac with overlapping
      *> entries (DAY05 rejects those) can show more than one
      *> preimage; each is listed.
       UNMAP-RANGE-LAYER SECTION.
           MOVE 0 TO RNG-OUT-CNT
           PERFORM VARYING RNG-IX FROM 1 BY 1
                     UNTIL RNG-IX > RNG-IN-CNT
             MOVE RNG-IN-START(RNG-IX) TO RNG-START
             MOVE RNG-IN-LEN(RNG-IX) TO RNG-LEN
             COMPUTE RNG-END = RNG-START + RNG-LEN
             PERFORM VARYING ENT-IX FROM 1 BY 1
                       UNTIL ENT-IX > MAP-ENT-CNT(LAYER-IX)
               PERFORM UNMAP-ONE-ENTRY
             END-PERFORM
             PERFORM CARRY-UNCOVERED UNTIL RNG-LEN = 0
           END-PERFORM
           MOVE RNG-OUT-CNT TO RNG-IN-CNT
           PERFORM VARYING RNG-IX FROM 1 BY 1
                     UNTIL RNG-IX > RNG-OUT-CNT
             MOVE RNG-OUT-START(RNG-IX) TO RNG-IN-START(RNG-IX)
             MOVE RNG-OUT-LEN(RNG-IX) TO RNG-IN-LEN(RNG-IX)
           END-PERFORM
           .

       UNMAP-ONE-ENTRY SECTION.
           COMPUTE RNG-MAP-END = MAP-DST(LAYER-IX, ENT-IX)
             + MAP-LEN(LAYER-IX, ENT-IX)
           MOVE RNG-START TO RNG-LO
           IF MAP-DST(LAYER-IX, ENT-IX) > RNG-LO
             MOVE MAP-DST(LAYER-IX, ENT-IX) TO RNG-LO
           END-IF
           MOVE RNG-END TO RNG-HI
           IF RNG-MAP-END < RNG-HI
             MOVE RNG-MAP-END TO RNG-HI
           END-IF
           IF RNG-LO < RNG-HI
             COMPUTE RNG-PIECE-START = MAP-SRC(LAYER-IX, ENT-IX)
               + RNG-LO - MAP-DST(LAYER-IX, ENT-IX)
             COMPUTE RNG-TAKE = RNG-HI - RNG-LO
             PERFORM STORE-OUT-PIECE
           END-IF
           .

      *> The identity part of the inverse, walked left to right the
      *> way DAY05's SPLIT-ONE-RANGE walks the forward split: a
      *> stretch some entry's source range covers is skipped (those
      *> values were mapped away going forward), and the stretch up
      *> to the next source start carries back as itself.
       CARRY-UNCOVERED SECTION.
           MOVE 'N' TO MAPPED-FLAG
           MOVE 999999999999 TO RNG-GAP-NEXT
           PERFORM VARYING ENT-IX FROM 1 BY 1
                     UNTIL ENT-IX > MAP-ENT-CNT(LAYER-IX)
                        OR VALUE-MAPPED
             COMPUTE RNG-MAP-END = MAP-SRC(LAYER-IX, ENT-IX)
               + MAP-LEN(LAYER-IX, ENT-IX)
             IF RNG-START NOT < MAP-SRC(LAYER-IX, ENT-IX)
                AND RNG-START < RNG-MAP-END
               SET VALUE-MAPPED TO TRUE
               COMPUTE RNG-TAKE = RNG-MAP-END - RNG-START
             ELSE
               IF MAP-SRC(LAYER-IX, ENT-IX) > RNG-START
                  AND MAP-SRC(LAYER-IX, ENT-IX) < RNG-GAP-NEXT
                 MOVE MAP-SRC(LAYER-IX, ENT-IX) TO RNG-GAP-NEXT
               END-IF
             END-IF
           END-PERFORM
           IF NOT VALUE-MAPPED
             COMPUTE RNG-TAKE = RNG-GAP-NEXT - RNG-START
           END-IF
           IF RNG-TAKE > RNG-LEN
             MOVE RNG-LEN TO RNG-TAKE
           END-IF
           IF NOT VALUE-MAPPED
             MOVE RNG-START TO RNG-PIECE-START
             PERFORM STORE-OUT-PIECE
           END-IF
           ADD RNG-TAKE TO RNG-START
           SUBTRACT RNG-TAKE FROM RNG-LEN
           .

       STORE-OUT-PIECE SECTION.
           IF RNG-OUT-CNT = 500
             SET RNG-TABLE-FULL TO TRUE
           ELSE
             ADD 1 TO RNG-OUT-CNT
             MOVE RNG-PIECE-START TO RNG-OUT-START(RNG-OUT-CNT)
             MOVE RNG-TAKE TO RNG-OUT-LEN(RNG-OUT-CNT)
           END-IF
           .

      *> The seed values reached are matched against the seeds
      *> header both ways DAY05 reads it: as the part-1 list of
      *> individual seeds (MIN-LOCATION) and as the part-2
      *> start/length pairs (MIN-RANGE-LOC).
       MATCH-SEEDS-HEADER SECTION.
           MOVE 0 TO HIT-CNT
           PERFORM VARYING SEED-IX FROM 1 BY 1
                     UNTIL SEED-IX > SEED-CNT
             PERFORM VARYING RNG-IX FROM 1 BY 1
                       UNTIL RNG-IX > RNG-IN-CNT
               IF SEED-NUM(SEED-IX) NOT < RNG-IN-START(RNG-IX)
                  AND SEED-NUM(SEED-IX) < RNG-IN-START(RNG-IX)
                                        + RNG-IN-LEN(RNG-IX)
                 ADD 1 TO HIT-CNT
                 MOVE SEED-IX TO SEED-IX-X
                 DISPLAY 'PART 1: SEED ' SEED-IX-X ' VALUE '
                         SEED-NUM(SEED-IX) ' LANDS IN THE LOCATION(S)'
               END-IF
             END-PERFORM
           END-PERFORM
           IF HIT-CNT = 0
             DISPLAY 'PART 1: NO SEED ON THE SEEDS LINE LANDS IN '
                     'THE LOCATION(S)'
           END-IF

           MOVE 0 TO HIT-CNT
           PERFORM VARYING SEED-IX FROM 1 BY 2
                     UNTIL SEED-IX NOT < SEED-CNT
             COMPUTE SEED-END = SEED-NUM(SEED-IX)
               + SEED-NUM(SEED-IX + 1)
             PERFORM VARYING RNG-IX FROM 1 BY 1
                       UNTIL RNG-IX > RNG-IN-CNT
               MOVE RNG-IN-START(RNG-IX) TO RNG-LO
               IF SEED-NUM(SEED-IX) > RNG-LO
                 MOVE SEED-NUM(SEED-IX) TO RNG-LO
               END-IF
               COMPUTE RNG-HI = RNG-IN-START(RNG-IX)
                 + RNG-IN-LEN(RNG-IX)
               IF SEED-END < RNG-HI
                 MOVE SEED-END TO RNG-HI
               END-IF
               IF RNG-LO < RNG-HI
                 ADD 1 TO HIT-CNT
                 COMPUTE RNG-END = RNG-HI - 1
                 COMPUTE SEED-IX-X = (SEED-IX + 1) / 2
                 DISPLAY 'PART 2: SEED RANGE ' SEED-IX-X ' (START '
                         SEED-NUM(SEED-IX) ') HOLDS SEEDS ' RNG-LO
                         ' TO ' RNG-END
               END-IF
             END-PERFORM
           END-PERFORM
           IF HIT-CNT = 0
             DISPLAY 'PART 2: NOT INSIDE ANY SEEDS-HEADER RANGE'
           END-IF
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-REC
           IF PZLINPUT-FS NOT = '00'
             SET PZLINPUT-EOF TO TRUE
           ELSE
             ADD 1 TO LINE-NO
           END-IF
           .

       COPY ALMNRD.

       COPY PZLCRD.

       COPY SYSOWR.

       COPY SBOXRS.
