       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAVCHT.

      *> Submarine track chart - a printer plot in the DEPTHCHT
      *> style for the two navigation models NAVCMP compares.
      *> NAVCMP prints the depth under each model line by line, and
      *> with thousands of commands nobody can see the shape of the
      *> two courses from that; this draws them. POS-X runs across
      *> the 132 print columns and depth runs down the page, the
      *> DAY2PZL1 direct-depth track plotted 'D' and the DAY2PZL2
      *> AIM track 'A' ('#' where both pass through the same cell).
      *> Under the plot the axis row marks 'V' at the first
      *> divergence point and 'U' wherever a command was skipped
      *> for a depth or aim underflow ('X' when both fall in one
      *> column), and the lines below list those points.
      *>
      *> The feed is read twice: the first pass finds the final
      *> POS-X and the deepest point under each model so the
      *> scales are known, the second plots. Both passes apply the
      *> commands with NAVCMP's own per-model underflow guards.
      *> Both tracks share one depth scale, deepest at the bottom;
      *> NAVCHT_SCALE=S scales each track to its own deepest point
      *> instead, for when the AIM depths dwarf the direct ones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PZLINPUT ASSIGN TO DYNAMIC PZLINPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PZLINPUT-FS.

           COPY AUDTSEL.

           COPY RPGNSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.
       01  PZL-RECORD              PIC X(15).

       COPY AUDTFD.

       COPY RPGNFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY AUDTWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY NUMVWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 CMD                  PIC X(7).
           05 NUM                  PIC 9(5).
           05 NUM-STR              PIC X(5).
           05 POS-X                PIC 9(5).
           05 DEPTH-DIRECT         PIC 9(6).
           05 AIM                  PIC 9(5).
           05 DEPTH-AIM            PIC 9(8).
           05 LINE-NO              PIC 9(8).
           05 CMD-CNT              PIC 9(8).
           05 SKIP-CNT             PIC 9(6).
           05 UFLW-CNT             PIC 9(6).
           05 DIVERGE-LINE         PIC 9(8)  VALUE 0.
           05 DIVERGE-POS          PIC 9(5)  VALUE 0.
           05 POS-MAX              PIC 9(5).
           05 DIRECT-MAX           PIC 9(6).
           05 AIM-MAX              PIC 9(8).
           05 DIRECT-SPAN          PIC 9(8).
           05 AIM-SPAN             PIC 9(8).
           05 SCALE-SW             PIC X.
           05 CHART-COL            PIC S9(4) COMP.
           05 CHART-ROW            PIC S9(4) COMP.
           05 PLOT-ROW             PIC S9(4) COMP.
           05 COL-IX               PIC S9(4) COMP.
           05 ROW-CNT              PIC S9(4) COMP VALUE 40.
           05 POS-PER-COL          PIC 9(5)V99.
           05 POS-PER-COL-ED       PIC ZZZZ9.99.
           05 PREV-D-ROW           PIC S9(4) COMP.
           05 PREV-A-ROW           PIC S9(4) COMP.
           05 CHART-LINE           PIC X(132).
           05 COL-D                PIC 9(3).
           05 UFLW-IX              PIC S9(4) COMP.
           05 UFLW-MODEL-WRK       PIC X(6).
      *> One entry per print column: the shallowest and deepest
      *> chart row each track passed through in that column, so a
      *> steep dive in one column draws as a vertical stroke.
           05 TRACK-TBL.
              10 TRACK-ENT OCCURS 132 TIMES.
                 15 D-ROW-LO       PIC S9(4) COMP.
                 15 D-ROW-HI       PIC S9(4) COMP.
                 15 A-ROW-LO       PIC S9(4) COMP.
                 15 A-ROW-HI       PIC S9(4) COMP.
                 15 AXIS-MARK      PIC X.
      *> The underflow-skipped commands listed under the chart -
      *> the first 50; the count covers them all.
           05 UFLW-TBL.
              10 UFLW-ENT OCCURS 50 TIMES.
                 15 UFLW-LINE      PIC 9(8).
                 15 UFLW-POS       PIC 9(5).
                 15 UFLW-MODEL     PIC X(6).

       COPY PRTCWS.

       01  SWITCHES.
           COPY PZLISW.
           05 DVRG-FLAG            PIC X     VALUE 'N'.
              88 DIVERGENCE-SEEN             VALUE 'Y'.
           05 PASS-FLAG            PIC X     VALUE 'S'.
              88 SCALE-PASS                  VALUE 'S'.
              88 PLOT-PASS                   VALUE 'P'.
           05 OWN-SCALE-FLAG       PIC X     VALUE 'N'.
              88 OWN-SCALES                  VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           MOVE 40 TO ROW-CNT
           PERFORM GET-RUN-ID
           MOVE 'NAVCHT' TO RPGN-PGM

           MOVE 'NAVCHT' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE '2021/PZLINPUT2.txt' TO PZLINPUT-DSN
           ACCEPT PZLINPUT-DSN FROM ENVIRONMENT 'PZLINPUT_DSN'
           IF PZLINPUT-DSN = SPACES
             MOVE '2021/PZLINPUT2.txt' TO PZLINPUT-DSN
           END-IF

           MOVE SPACES TO SCALE-SW
           ACCEPT SCALE-SW FROM ENVIRONMENT 'NAVCHT_SCALE'
           IF SCALE-SW = 'S'
             SET OWN-SCALES TO TRUE
           END-IF

           SET SCALE-PASS TO TRUE
           PERFORM RUN-COMMANDS

           IF CMD-CNT = 0
             DISPLAY 'NAVCHT: NO VALID COMMANDS - NO CHART PRODUCED'
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM SET-SCALES
             SET PLOT-PASS TO TRUE
             PERFORM RUN-COMMANDS
             PERFORM DRAW-TRACKS
           END-IF

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           GOBACK
           .

      *> One pass over the command feed from a standing start.
      *> The scale pass notes the extremes, the divergence point
      *> and the underflow skips; the plot pass marks the track.
       RUN-COMMANDS SECTION.
           MOVE 0 TO POS-X DEPTH-DIRECT AIM DEPTH-AIM LINE-NO
                     CMD-CNT SKIP-CNT
           MOVE 'C' TO PZLINPUT-FLAG
           OPEN INPUT PZLINPUT
           IF PZLINPUT-FS NOT = '00'
             DISPLAY 'FATAL: CANNOT OPEN PZLINPUT '
                     FUNCTION TRIM(PZLINPUT-DSN) ', FILE STATUS='
                     PZLINPUT-FS
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF
           IF PLOT-PASS
             PERFORM PLOT-POINT
           END-IF
           PERFORM READ-PZLINPUT
           PERFORM UNTIL PZLINPUT-EOF
             PERFORM APPLY-BOTH-MODELS
             PERFORM READ-PZLINPUT
           END-PERFORM
           CLOSE PZLINPUT
           .

      *> One command under both interpretations, with NAVCMP's
      *> per-model underflow guards: an 'up' that would underflow
      *> one model is skipped by that model only.
       APPLY-BOTH-MODELS SECTION.
           MOVE SPACES TO CMD NUM-STR
           UNSTRING PZL-RECORD DELIMITED BY ALL SPACES
               INTO CMD NUM-STR

           MOVE NUM-STR TO NUMV-INPUT
           PERFORM VALIDATE-NUMVAL
           IF NOT NUMV-IS-VALID
             ADD 1 TO SKIP-CNT
             EXIT SECTION
           END-IF

           COMPUTE NUM = FUNCTION NUMVAL(NUM-STR)
           EVALUATE CMD
             WHEN 'forward'
               ADD NUM TO POS-X
               COMPUTE DEPTH-AIM = DEPTH-AIM + AIM * NUM
             WHEN 'down'
               ADD NUM TO DEPTH-DIRECT
               ADD NUM TO AIM
             WHEN 'up'
               IF NUM > DEPTH-DIRECT
                 MOVE 'DIRECT' TO UFLW-MODEL-WRK
                 PERFORM NOTE-UNDERFLOW
               ELSE
                 SUBTRACT NUM FROM DEPTH-DIRECT
               END-IF
               IF NUM > AIM
                 MOVE 'AIM' TO UFLW-MODEL-WRK
                 PERFORM NOTE-UNDERFLOW
               ELSE
                 SUBTRACT NUM FROM AIM
               END-IF
             WHEN OTHER
               ADD 1 TO SKIP-CNT
               EXIT SECTION
           END-EVALUATE
           ADD 1 TO CMD-CNT

           IF SCALE-PASS
             IF POS-X > POS-MAX
               MOVE POS-X TO POS-MAX
             END-IF
             IF DEPTH-DIRECT > DIRECT-MAX
               MOVE DEPTH-DIRECT TO DIRECT-MAX
             END-IF
             IF DEPTH-AIM > AIM-MAX
               MOVE DEPTH-AIM TO AIM-MAX
             END-IF
             IF DEPTH-DIRECT NOT = DEPTH-AIM AND NOT DIVERGENCE-SEEN
               SET DIVERGENCE-SEEN TO TRUE
               MOVE LINE-NO TO DIVERGE-LINE
               MOVE POS-X TO DIVERGE-POS
             END-IF
           ELSE
             PERFORM PLOT-POINT
           END-IF
           .

      *> An underflow skip under the model named in UFLW-MODEL-WRK:
      *> counted and listed on the scale pass, marked on the axis
      *> row on the plot pass.
       NOTE-UNDERFLOW SECTION.
           IF PLOT-PASS
             PERFORM FIND-CHART-COL
             EVALUATE AXIS-MARK(CHART-COL)
               WHEN 'V'
                 MOVE 'X' TO AXIS-MARK(CHART-COL)
               WHEN 'X'
                 CONTINUE
               WHEN OTHER
                 MOVE 'U' TO AXIS-MARK(CHART-COL)
             END-EVALUATE
             EXIT SECTION
           END-IF
           ADD 1 TO UFLW-CNT
           IF UFLW-CNT NOT > 50
             MOVE UFLW-CNT TO UFLW-IX
             MOVE LINE-NO TO UFLW-LINE(UFLW-IX)
             MOVE POS-X TO UFLW-POS(UFLW-IX)
             MOVE UFLW-MODEL-WRK TO UFLW-MODEL(UFLW-IX)
           END-IF
           .

      *> The scales from the first pass. POS-PER-COL spreads the
      *> final POS-X over the 132 columns; a depth span of zero is
      *> held at one so a level course still plots on the top row.
       SET-SCALES SECTION.
           COMPUTE POS-PER-COL = (POS-MAX + 1) / 132
           IF POS-PER-COL < 1
             MOVE 1 TO POS-PER-COL
           END-IF
           IF OWN-SCALES
             MOVE DIRECT-MAX TO DIRECT-SPAN
             MOVE AIM-MAX TO AIM-SPAN
           ELSE
             IF DIRECT-MAX > AIM-MAX
               MOVE DIRECT-MAX TO DIRECT-SPAN AIM-SPAN
             ELSE
               MOVE AIM-MAX TO DIRECT-SPAN AIM-SPAN
             END-IF
           END-IF
           IF DIRECT-SPAN = 0
             MOVE 1 TO DIRECT-SPAN
           END-IF
           IF AIM-SPAN = 0
             MOVE 1 TO AIM-SPAN
           END-IF
           MOVE 0 TO PREV-D-ROW PREV-A-ROW
           PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 132
             MOVE 0 TO D-ROW-LO(COL-IX) D-ROW-HI(COL-IX)
                       A-ROW-LO(COL-IX) A-ROW-HI(COL-IX)
             MOVE '-' TO AXIS-MARK(COL-IX)
             IF FUNCTION MOD(COL-IX, 10) = 0
               MOVE '+' TO AXIS-MARK(COL-IX)
             END-IF
           END-PERFORM
           IF DIVERGENCE-SEEN
             MOVE DIVERGE-POS TO POS-X
             PERFORM FIND-CHART-COL
             MOVE 'V' TO AXIS-MARK(CHART-COL)
             MOVE 0 TO POS-X
           END-IF
           .

       FIND-CHART-COL SECTION.
           COMPUTE CHART-COL = (POS-X / POS-PER-COL) + 1
           IF CHART-COL > 132
             MOVE 132 TO CHART-COL
           END-IF
           .

      *> The current position under both models into its column:
      *> each track's chart row widens that column's stroke, and so
      *> does the row the track was on at the previous command, so
      *> a climb or dive between commands draws as a joined line
      *> rather than two stray points.
       PLOT-POINT SECTION.
           PERFORM FIND-CHART-COL
           COMPUTE PLOT-ROW = (DEPTH-DIRECT * (ROW-CNT - 1))
             / DIRECT-SPAN + 1
           IF PREV-D-ROW = 0
             MOVE PLOT-ROW TO PREV-D-ROW
           END-IF
           IF D-ROW-LO(CHART-COL) = 0
             MOVE PLOT-ROW TO D-ROW-LO(CHART-COL) D-ROW-HI(CHART-COL)
           END-IF
           IF PLOT-ROW < D-ROW-LO(CHART-COL)
             MOVE PLOT-ROW TO D-ROW-LO(CHART-COL)
           END-IF
           IF PREV-D-ROW < D-ROW-LO(CHART-COL)
             MOVE PREV-D-ROW TO D-ROW-LO(CHART-COL)
           END-IF
           IF PLOT-ROW > D-ROW-HI(CHART-COL)
             MOVE PLOT-ROW TO D-ROW-HI(CHART-COL)
           END-IF
           IF PREV-D-ROW > D-ROW-HI(CHART-COL)
             MOVE PREV-D-ROW TO D-ROW-HI(CHART-COL)
           END-IF
           MOVE PLOT-ROW TO PREV-D-ROW

           COMPUTE PLOT-ROW = (DEPTH-AIM * (ROW-CNT - 1))
             / AIM-SPAN + 1
           IF PREV-A-ROW = 0
             MOVE PLOT-ROW TO PREV-A-ROW
           END-IF
           IF A-ROW-LO(CHART-COL) = 0
             MOVE PLOT-ROW TO A-ROW-LO(CHART-COL) A-ROW-HI(CHART-COL)
           END-IF
           IF PLOT-ROW < A-ROW-LO(CHART-COL)
             MOVE PLOT-ROW TO A-ROW-LO(CHART-COL)
           END-IF
           IF PREV-A-ROW < A-ROW-LO(CHART-COL)
             MOVE PREV-A-ROW TO A-ROW-LO(CHART-COL)
           END-IF
           IF PLOT-ROW > A-ROW-HI(CHART-COL)
             MOVE PLOT-ROW TO A-ROW-HI(CHART-COL)
           END-IF
           IF PREV-A-ROW > A-ROW-HI(CHART-COL)
             MOVE PREV-A-ROW TO A-ROW-HI(CHART-COL)
           END-IF
           MOVE PLOT-ROW TO PREV-A-ROW
           .

      *> ROW-CNT chart rows from the surface down, the axis row
      *> with its markers, and the legend and marker list.
       DRAW-TRACKS SECTION.
           MOVE 'TRACKCHT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'SUBMARINE TRACK CHART - SURFACE AT TOP' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           IF OWN-SCALES
             STRING 'COMMANDS=' CMD-CNT ' POS-X 0-' POS-MAX
                    ' DIRECT DEPTH 0-' DIRECT-MAX
                    ' AIM DEPTH 0-' AIM-MAX
                    ' (EACH TRACK ON ITS OWN SCALE)'
                    DELIMITED BY SIZE INTO PRT-HEADING
           ELSE
             STRING 'COMMANDS=' CMD-CNT ' POS-X 0-' POS-MAX
                    ' DIRECT DEPTH 0-' DIRECT-MAX
                    ' AIM DEPTH 0-' AIM-MAX
                    ' (ONE SHARED DEPTH SCALE)'
                    DELIMITED BY SIZE INTO PRT-HEADING
           END-IF
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING CHART-ROW FROM 1 BY 1
                     UNTIL CHART-ROW > ROW-CNT
             MOVE SPACES TO CHART-LINE
             PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 132
               IF D-ROW-LO(COL-IX) > 0
                  AND CHART-ROW NOT < D-ROW-LO(COL-IX)
                  AND CHART-ROW NOT > D-ROW-HI(COL-IX)
                 MOVE 'D' TO CHART-LINE(COL-IX:1)
               END-IF
               IF A-ROW-LO(COL-IX) > 0
                  AND CHART-ROW NOT < A-ROW-LO(COL-IX)
                  AND CHART-ROW NOT > A-ROW-HI(COL-IX)
                 IF CHART-LINE(COL-IX:1) = 'D'
                   MOVE '#' TO CHART-LINE(COL-IX:1)
                 ELSE
                   MOVE 'A' TO CHART-LINE(COL-IX:1)
                 END-IF
               END-IF
             END-PERFORM
             MOVE CHART-LINE TO PRT-LINE
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-PERFORM

           MOVE SPACES TO CHART-LINE
           PERFORM VARYING COL-IX FROM 1 BY 1 UNTIL COL-IX > 132
             MOVE AXIS-MARK(COL-IX) TO CHART-LINE(COL-IX:1)
           END-PERFORM
           MOVE CHART-LINE TO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE SPACES TO PRT-LINE
           STRING 'TRACKS: D = DIRECT DEPTH (DAY2PZL1), A = AIM '
                  '(DAY2PZL2), # = BOTH IN ONE CELL'
                  DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE POS-PER-COL TO POS-PER-COL-ED
           MOVE SPACES TO PRT-LINE
           STRING 'AXIS:   V = FIRST DIVERGENCE, U = UNDERFLOW SKIP, '
                  'X = BOTH, + = EVERY 10TH COLUMN; ONE COLUMN = '
                  FUNCTION TRIM(POS-PER-COL-ED) ' POS-X'
                  DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE SPACES TO PRT-LINE
           IF DIVERGENCE-SEEN
             MOVE DIVERGE-POS TO POS-X
             PERFORM FIND-CHART-COL
             MOVE CHART-COL TO COL-D
             STRING 'FIRST DIVERGENCE AT LINE ' DIVERGE-LINE
                    ' POS-X ' DIVERGE-POS ' (COLUMN ' COL-D ')'
                    DELIMITED BY SIZE INTO PRT-LINE
           ELSE
             STRING 'MODELS NEVER DIVERGED OVER ' LINE-NO
                    ' LINE(S)'
                    DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING UFLW-IX FROM 1 BY 1
                     UNTIL UFLW-IX > UFLW-CNT OR UFLW-IX > 50
             MOVE UFLW-POS(UFLW-IX) TO POS-X
             PERFORM FIND-CHART-COL
             MOVE CHART-COL TO COL-D
             MOVE SPACES TO PRT-LINE
             STRING 'UNDERFLOW SKIP AT LINE ' UFLW-LINE(UFLW-IX)
                    ' POS-X ' UFLW-POS(UFLW-IX) ' (COLUMN ' COL-D
                    ') - ' FUNCTION TRIM(UFLW-MODEL(UFLW-IX))
                    ' MODEL'
                    DELIMITED BY SIZE INTO PRT-LINE
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-PERFORM
           IF UFLW-CNT > 50
             MOVE SPACES TO PRT-LINE
             STRING UFLW-CNT ' UNDERFLOW SKIPS IN ALL - THE FIRST 50 '
                    'ARE LISTED'
                    DELIMITED BY SIZE INTO PRT-LINE
             MOVE 'T' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-IF
           IF SKIP-CNT > 0
             MOVE SPACES TO PRT-LINE
             STRING SKIP-CNT ' MALFORMED LINE(S) SKIPPED BY BOTH '
                    'MODELS'
                    DELIMITED BY SIZE INTO PRT-LINE
             MOVE 'T' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-IF

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'NAVCHT: TRACKS OF ' CMD-CNT
                   ' COMMAND(S) DRAWN TO ' FUNCTION TRIM(PRT-DSN)
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'NAVCHT' TO DSNP-PGM
           MOVE PZL-RECORD TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'LINE-NO' TO DSNP-ADD-NAME
           MOVE LINE-NO TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CMD-CNT' TO DSNP-ADD-NAME
           MOVE CMD-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'SKIP-CNT' TO DSNP-ADD-NAME
           MOVE SKIP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'UFLW-CNT' TO DSNP-ADD-NAME
           MOVE UFLW-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PASS-FLAG' TO DSNP-ADD-NAME
           MOVE PASS-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-RECORD
           COPY PZLFSCHK.
           IF NOT PZLINPUT-EOF
             ADD 1 TO LINE-NO
           END-IF
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY NUMVCHK.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
