           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAPTRPT-FS.

           SELECT COVGRPT ASSIGN TO DYNAMIC COVGRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COVGRPT-FS.

           COPY ANSHSEL.

           COPY ANSQSEL.

           COPY CTLSEL.

           COPY TOLSEL.

           COPY EXCMSEL.

           COPY FNGPSEL.

           COPY AUDTSEL.

           COPY ARCCSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.
       FD  MAPTRPT.
       01  MAPTRPT-REC        PIC X(132).

       FD  COVGRPT.
       01  COVGRPT-REC        PIC X(132).

       COPY ANSHFD.

       COPY ANSQFD.

       COPY CTLFD.

       COPY TOLFD.

       COPY EXCMFD.

       COPY FNGPFD.

       COPY AUDTFD.

       COPY ARCCFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 MAPTRPT-FS      PIC XX.
           05 MAPTRPT-DSN     PIC X(80).
           05 COVGRPT-FS      PIC XX.
           05 COVGRPT-DSN     PIC X(80).
           COPY ANSHWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY CTLWS.
           COPY TOLWS.
           COPY EXCMWS.
           COPY FNGPWS.
           COPY AUDTWS.
           COPY RESWS.
           COPY ARCHWS.
           05 LINE-NO         PIC 9(8).
           COPY ALMNWS.
           05 SEED-IX         PIC S9(4) COMP.
           05 LAYER-IX        PIC S9(4) COMP.
           05 ENT-IX          PIC S9(4) COMP.
           05 LAYER-IX-X      PIC 99.
           05 SEED-IX-X       PIC 9(3).
           05 RNG-CNT-X       PIC 9(3).
      *> Layer-validation work areas. Each closed layer's entries
      *> are ordered by source start through CHK-TBL (subscripts
      *> into MAP-ENT - the layer itself stays in feed order, which
      *> is the order the mapping passes search it in), then walked
      *> once: an entry starting below the highest source end seen
      *> so far overlaps the entry that reached it, and a start
      *> above it leaves a gap nothing in the layer covers.
           05 CHK-CNT         PIC S9(4) COMP.
           05 CHK-IX          PIC S9(4) COMP.
           05 CHK-HOLD        PIC S9(4) COMP.
           05 CHK-TBL.
              10 CHK-ENT      PIC S9(4) COMP OCCURS 100 TIMES.
           05 COVER-END       PIC 9(12).
           05 COVER-ENT       PIC S9(4) COMP.
           05 COVER-LO        PIC 9(12).
           05 ENT-END         PIC 9(12).
           05 GAP-START       PIC 9(12).
           05 GAP-LEN         PIC 9(12).
           05 EXCP-CNT        PIC 9(6).
           05 OVLP-CNT        PIC 9(6).
           05 ZLEN-CNT        PIC 9(6).
           05 GAP-CNT         PIC 9(6).
           05 LYR-OVLP-CNT    PIC 9(6).
           05 LYR-GAP-CNT     PIC 9(6).
           05 ENT-CNT-X       PIC 9(3).
           05 MAP-CNT-X       PIC 99.

       COPY ALMNTB.

       01  SWITCHES.
           COPY PZLISW.
           05 MAPPED-FLAG     PIC X   VALUE 'N'.
              88 VALUE-MAPPED         VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'DAY05' TO RPGN-PGM

           MOVE 'DAY05' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE 'DAY05' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR

           MOVE 'DAY05' TO TOL-PGM
           PERFORM READ-EXCPTOL

           MOVE 'input.txt' TO PZLINPUT-DSN
           ACCEPT PZLINPUT-DSN FROM ENVIRONMENT 'PZLINPUT_DSN'
           IF PZLINPUT-DSN = SPACES
           CLOSE PZLINPUT

           IF TABLE-OVERFLOW
             MOVE SPACES TO SYSO-LINE
             STRING 'ERROR: ALMANAC EXCEEDS THE TABLE CEILINGS - '
                    'REJECTED AT LINE ' LINE-NO
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'MIN-LOCATION AND MIN-RANGE-LOC NOT COMPUTED'
               TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'ALMANAC EXCEEDS THE TABLE CEILINGS' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
           PERFORM VALIDATE-CTLCNT

           IF SEED-CNT = 0 OR MAP-CNT = 0
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: NO SEEDS LINE OR NO MAP LAYERS ON THE '
                    'FEED - NOT AN ALMANAC'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'NO SEEDS LINE OR NO MAP LAYERS ON THE FEED'
               TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF

      *> Every closed layer is checked before any value is mapped
      *> through it - see VALIDATE-MAP-LAYERS.
           PERFORM VALIDATE-MAP-LAYERS

      *> Two entries claiming the same source values make the
      *> answer depend on which one the search happens to meet
      *> first. The almanac is rejected whole, the same way a feed
      *> past the table ceilings is, rather than answered from an
      *> ambiguous map.
           IF OVLP-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING 'ERROR: ' OVLP-CNT ' OVERLAPPING MAP ENTRY(S) '
                    '- ALMANAC REJECTED, SEE COVGRPT'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'MIN-LOCATION AND MIN-RANGE-LOC NOT COMPUTED'
               TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             CLOSE EXCPMSTR
             MOVE 'OVERLAPPING MAP ENTRIES' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
           CLOSE MAPTRPT

           MOVE MIN-LOCATION TO MIN-LOCATION-ED
           MOVE MIN-LOCATION-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           MOVE MIN-RANGE-LOC TO MIN-RANGE-ED
           MOVE MIN-RANGE-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT

           MOVE 'DAY05' TO ANSHIST-PGM
           MOVE 'MIN-LOCATION' TO ANSHIST-LABEL
           PERFORM WRITE-RESRPT
           CLOSE RESRPT

           CLOSE EXCPMSTR

           PERFORM SET-GRADED-RC

           PERFORM GRADE-RPT-STATUS

           MOVE 'END' TO AUDT-EVENT
           GOBACK
           .

       COPY ALMNRD.

      *> Layer validation, one closed layer at a time, into the
      *> layer-coverage report. A zero-length entry covers nothing
      *> and is set aside (ZEROLEN); the rest are ordered by source
      *> start and walked once - an entry starting below the
      *> highest source end reached so far overlaps the entry that
      *> reached it (MAPOVLP), and a start above it leaves an
      *> uncovered gap, which is legal (values there carry through
      *> unchanged) but listed so the analysts can see it.
       VALIDATE-MAP-LAYERS SECTION.
           MOVE 0 TO OVLP-CNT ZLEN-CNT GAP-CNT
           MOVE 'COVGRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO COVGRPT-DSN
           OPEN OUTPUT COVGRPT
           MOVE COVGRPT-FS TO RPTK-FS
           MOVE COVGRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS

           PERFORM VARYING LAYER-IX FROM 1 BY 1
                     UNTIL LAYER-IX > MAP-CNT
             PERFORM VALIDATE-ONE-LAYER
           END-PERFORM

           MOVE MAP-CNT TO MAP-CNT-X
           MOVE SPACES TO COVGRPT-REC
           STRING 'LAYERS=' MAP-CNT-X ' OVERLAPS=' OVLP-CNT
                  ' ZERO-LENGTH=' ZLEN-CNT ' GAPS=' GAP-CNT
                  INTO COVGRPT-REC
           WRITE COVGRPT-REC
           MOVE COVGRPT-FS TO RPTK-FS
           MOVE COVGRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS
           CLOSE COVGRPT
           .

       VALIDATE-ONE-LAYER SECTION.
           MOVE 0 TO LYR-OVLP-CNT LYR-GAP-CNT
           MOVE LAYER-IX TO LAYER-IX-X
           MOVE MAP-ENT-CNT(LAYER-IX) TO ENT-CNT-X
           MOVE SPACES TO COVGRPT-REC
           STRING 'LAYER ' LAYER-IX-X ' '
                  FUNCTION TRIM(MAP-NAME(LAYER-IX))
                  ' ENTRIES=' ENT-CNT-X
                  INTO COVGRPT-REC
           WRITE COVGRPT-REC

      *> Insertion sort of the non-empty entries by source start -
      *> a layer holds at most 100, so nothing cleverer is needed.
           MOVE 0 TO CHK-CNT
           PERFORM VARYING ENT-IX FROM 1 BY 1
                     UNTIL ENT-IX > MAP-ENT-CNT(LAYER-IX)
             IF MAP-LEN(LAYER-IX, ENT-IX) = 0
               PERFORM WRITE-ZEROLEN-EXCEPTION
             ELSE
               ADD 1 TO CHK-CNT
               MOVE ENT-IX TO CHK-ENT(CHK-CNT)
               MOVE CHK-CNT TO CHK-IX
               PERFORM UNTIL CHK-IX = 1
                  OR MAP-SRC(LAYER-IX, CHK-ENT(CHK-IX - 1))
                     NOT > MAP-SRC(LAYER-IX, CHK-ENT(CHK-IX))
                 MOVE CHK-ENT(CHK-IX) TO CHK-HOLD
                 MOVE CHK-ENT(CHK-IX - 1) TO CHK-ENT(CHK-IX)
                 MOVE CHK-HOLD TO CHK-ENT(CHK-IX - 1)
                 SUBTRACT 1 FROM CHK-IX
               END-PERFORM
             END-IF
           END-PERFORM

           IF CHK-CNT = 0
             MOVE SPACES TO COVGRPT-REC
             STRING '  NO NON-EMPTY ENTRIES - EVERY VALUE CARRIES '
                    'THROUGH THIS LAYER UNCHANGED'
                    INTO COVGRPT-REC
             WRITE COVGRPT-REC
             EXIT SECTION
           END-IF

           MOVE MAP-SRC(LAYER-IX, CHK-ENT(1)) TO COVER-LO
           MOVE 0 TO COVER-END
           MOVE 0 TO COVER-ENT
           PERFORM VARYING CHK-IX FROM 1 BY 1 UNTIL CHK-IX > CHK-CNT
             MOVE CHK-ENT(CHK-IX) TO ENT-IX
             COMPUTE ENT-END = MAP-SRC(LAYER-IX, ENT-IX)
               + MAP-LEN(LAYER-IX, ENT-IX)
             IF CHK-IX > 1
               IF MAP-SRC(LAYER-IX, ENT-IX) < COVER-END
                 PERFORM WRITE-MAPOVLP-EXCEPTION
               ELSE
                 IF MAP-SRC(LAYER-IX, ENT-IX) > COVER-END
                   MOVE COVER-END TO GAP-START
                   COMPUTE GAP-LEN = MAP-SRC(LAYER-IX, ENT-IX)
                     - COVER-END
                   PERFORM WRITE-COVERAGE-GAP
                 END-IF
               END-IF
             END-IF
             IF ENT-END > COVER-END
               MOVE ENT-END TO COVER-END
               MOVE ENT-IX TO COVER-ENT
             END-IF
           END-PERFORM

           MOVE SPACES TO COVGRPT-REC
           STRING '  SOURCE SPAN ' COVER-LO ' TO ' COVER-END
                  ' (END EXCLUSIVE) GAPS=' LYR-GAP-CNT
                  ' OVERLAPS=' LYR-OVLP-CNT
                  INTO COVGRPT-REC
           WRITE COVGRPT-REC
           .

       WRITE-COVERAGE-GAP SECTION.
           ADD 1 TO GAP-CNT
           ADD 1 TO LYR-GAP-CNT
           MOVE SPACES TO COVGRPT-REC
           STRING '  GAP START=' GAP-START ' LENGTH=' GAP-LEN
                  ' BEFORE LINE ' MAP-LINE(LAYER-IX, ENT-IX)
                  INTO COVGRPT-REC
           WRITE COVGRPT-REC
           .

       WRITE-MAPOVLP-EXCEPTION SECTION.
           ADD 1 TO OVLP-CNT
           ADD 1 TO LYR-OVLP-CNT
           ADD 1 TO EXCP-CNT
           MOVE MAP-LINE(LAYER-IX, ENT-IX) TO EXCM-LINE
           MOVE 'MAPOVLP' TO EXCM-REASON
           MOVE SPACES TO EXCM-IMAGE
           STRING 'LAYER ' LAYER-IX-X ' SRC=' MAP-SRC(LAYER-IX, ENT-IX)
                  ' LEN=' MAP-LEN(LAYER-IX, ENT-IX)
                  ' OVERLAPS LINE ' MAP-LINE(LAYER-IX, COVER-ENT)
                  INTO EXCM-IMAGE
           PERFORM WRITE-EXCPMSTR
           MOVE SPACES TO COVGRPT-REC
           STRING '  OVERLAP LINE ' MAP-LINE(LAYER-IX, ENT-IX)
                  ' SRC=' MAP-SRC(LAYER-IX, ENT-IX)
                  ' LEN=' MAP-LEN(LAYER-IX, ENT-IX)
                  ' WITH LINE ' MAP-LINE(LAYER-IX, COVER-ENT)
                  ' SRC=' MAP-SRC(LAYER-IX, COVER-ENT)
                  ' LEN=' MAP-LEN(LAYER-IX, COVER-ENT)
                  INTO COVGRPT-REC
           WRITE COVGRPT-REC
           .

       WRITE-ZEROLEN-EXCEPTION SECTION.
           ADD 1 TO ZLEN-CNT
           ADD 1 TO EXCP-CNT
           MOVE MAP-LINE(LAYER-IX, ENT-IX) TO EXCM-LINE
           MOVE 'ZEROLEN' TO EXCM-REASON
           MOVE SPACES TO EXCM-IMAGE
           STRING 'LAYER ' LAYER-IX-X ' DST=' MAP-DST(LAYER-IX, ENT-IX)
                  ' SRC=' MAP-SRC(LAYER-IX, ENT-IX) ' LEN=0'
                  INTO EXCM-IMAGE
           PERFORM WRITE-EXCPMSTR
           MOVE SPACES TO COVGRPT-REC
           STRING '  ZERO-LENGTH ENTRY LINE ' MAP-LINE(LAYER-IX, ENT-IX)
                  ' SRC=' MAP-SRC(LAYER-IX, ENT-IX) ' - COVERS NOTHING'
                  INTO COVGRPT-REC
           WRITE COVGRPT-REC
           .

      *> Part 1: each seed walks the layer chain in feed order - a
             MOVE SEED-NUM(SEED-IX + 1) TO RNG-IN-LEN(RNG-IN-CNT)
           END-PERFORM
           IF FUNCTION MOD(SEED-CNT, 2) = 1
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: ODD SEED COUNT - THE LAST SEED HAS '
                    'NO RANGE LENGTH AND IS LEFT OUT OF THE '
                    'RANGE PASS'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           PERFORM VARYING LAYER-IX FROM 1 BY 1
      *> advances past the piece just taken.
       STORE-OUT-RANGE SECTION.
           IF RNG-OUT-CNT = 500
             MOVE RNG-OUT-CNT TO SYSO-NUM
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: RANGE TABLE FULL AT '
                    FUNCTION TRIM(SYSO-NUM)
                    ' PIECE(S) - THE ALMANAC SPLITS THE SEED '
                    'RANGES PAST THE TABLE CEILING'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'RANGE TABLE FULL' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
           SUBTRACT RNG-TAKE FROM RNG-LEN
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY05' TO DSNP-PGM
           MOVE PZL-REC TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'LINE-NO' TO DSNP-ADD-NAME
           MOVE LINE-NO TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'EXCP-CNT' TO DSNP-ADD-NAME
           MOVE EXCP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CTL-ACTUAL' TO DSNP-ADD-NAME
           MOVE CTL-ACTUAL TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP' TO DSNP-ADD-NAME
           MOVE CTL-EXP TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP-FLAG' TO DSNP-ADD-NAME
           MOVE CTL-EXP-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'SEEDS-TBL' TO DSNP-ADD-NAME
           MOVE SEED-CNT TO DSNP-ADD-NUM
           MOVE 200 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'MAP-LAYER' TO DSNP-ADD-NAME
           MOVE MAP-CNT TO DSNP-ADD-NUM
           MOVE 10 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           IF MAP-CNT > 0 AND MAP-CNT NOT > 10
             MOVE 'T' TO DSNP-ADD-KIND
             MOVE 'MAP-ENT' TO DSNP-ADD-NAME
             MOVE MAP-ENT-CNT(MAP-CNT) TO DSNP-ADD-NUM
             MOVE 100 TO DSNP-ADD-MAX
             PERFORM ADD-DIAG-ITEM
           END-IF
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'RNG-IN-ENT' TO DSNP-ADD-NAME
           MOVE RNG-IN-CNT TO DSNP-ADD-NUM
           MOVE 500 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'RNG-OUT-ENT' TO DSNP-ADD-NAME
           MOVE RNG-OUT-CNT TO DSNP-ADD-NUM
           MOVE 500 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'LAYER-IX' TO DSNP-ADD-NAME
           MOVE LAYER-IX TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'OVLP-CNT' TO DSNP-ADD-NAME
           MOVE OVLP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'GAP-CNT' TO DSNP-ADD-NAME
           MOVE GAP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'SEEDS-SEEN-FLAG' TO DSNP-ADD-NAME
           MOVE SEEDS-SEEN-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'OVERFLOW-FLAG' TO DSNP-ADD-NAME
           MOVE OVERFLOW-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-REC
           COPY PZLFSCHK.

       COPY FNGPWR.

       COPY DSNPWR.

       COPY EXCMOPN.

       COPY EXCMWR.

       COPY TOLRD.

       COPY TOLCHK.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
