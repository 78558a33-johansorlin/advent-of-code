      *> Vent line parsing and grid plotting for the 2021 day-5 pair
      *> (see VGRDSEL.cpy/VGRDWS.cpy). The caller reads each feed
      *> line into PZL-RECORD and counts LINE-NO, and names its
      *> audit fields the usual way so an unusable work file ends
      *> the run the same way an unreadable feed does.

      *> A fresh grid every run: OPEN OUTPUT empties whatever an
      *> earlier run left behind, then the file is reopened for the
      *> keyed read-and-rewrite the plotting needs.
       OPEN-VENTGRID SECTION.
           MOVE 0 TO VENT-PLOT-CNT VENT-DIAG-SKIP VGRD-CELL-CNT
                     VGRD-HIT-CNT VGRD-OVLP-CNT
           OPEN OUTPUT VENTGRID
           IF VGRD-FS = '00'
             CLOSE VENTGRID
             OPEN I-O VENTGRID
           END-IF
           IF VGRD-FS NOT = '00'
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: VENT GRID WORK FILE '
                    FUNCTION TRIM(VGRD-DSN)
                    ' NOT USABLE, FILE STATUS=' VGRD-FS
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'VENT GRID WORK FILE NOT USABLE' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF
           .

      *> A vent line is 'x1,y1 -> x2,y2' and nothing else: four
      *> unsigned whole numbers, each on the 0-999 floor. A line not
      *> in that shape is BADVENT, a coordinate off the floor is
      *> OFFGRID, and a line that is neither straight nor at exactly
      *> 45 degrees is SKEWVENT - vents never run at any other angle,
      *> so such a line is a keying error, not a vent.
       PARSE-VENT-LINE SECTION.
           MOVE 'N' TO VENT-OK-FLAG
           MOVE SPACES TO VENT-FROM VENT-TO VENT-REST VENT-REASON
           UNSTRING PZL-RECORD DELIMITED BY ' -> '
               INTO VENT-FROM VENT-TO VENT-REST
           IF VENT-TO = SPACES OR VENT-REST NOT = SPACES
             MOVE 'BADVENT' TO VENT-REASON
             EXIT SECTION
           END-IF

           MOVE SPACES TO VENT-FLD-A VENT-FLD-B VENT-REST
           UNSTRING VENT-FROM DELIMITED BY ','
               INTO VENT-FLD-A VENT-FLD-B VENT-REST
           IF VENT-REST NOT = SPACES
             MOVE 'BADVENT' TO VENT-REASON
             EXIT SECTION
           END-IF
           MOVE VENT-FLD-A TO VENT-FLD
           PERFORM CHECK-VENT-FIELD
           MOVE VENT-NUM TO VENT-X1
           MOVE VENT-FLD-B TO VENT-FLD
           PERFORM CHECK-VENT-FIELD
           MOVE VENT-NUM TO VENT-Y1

           MOVE SPACES TO VENT-FLD-A VENT-FLD-B VENT-REST
           UNSTRING VENT-TO DELIMITED BY ','
               INTO VENT-FLD-A VENT-FLD-B VENT-REST
           IF VENT-REST NOT = SPACES
             MOVE 'BADVENT' TO VENT-REASON
             EXIT SECTION
           END-IF
           MOVE VENT-FLD-A TO VENT-FLD
           PERFORM CHECK-VENT-FIELD
           MOVE VENT-NUM TO VENT-X2
           MOVE VENT-FLD-B TO VENT-FLD
           PERFORM CHECK-VENT-FIELD
           MOVE VENT-NUM TO VENT-Y2

           IF VENT-REASON NOT = SPACES
             EXIT SECTION
           END-IF
           IF VENT-X1 > 999 OR VENT-Y1 > 999
              OR VENT-X2 > 999 OR VENT-Y2 > 999
             MOVE 'OFFGRID' TO VENT-REASON
             EXIT SECTION
           END-IF

           COMPUTE VENT-DX = VENT-X2 - VENT-X1
           COMPUTE VENT-DY = VENT-Y2 - VENT-Y1
           EVALUATE TRUE
             WHEN VENT-DY = 0
               MOVE 'H' TO VENT-KIND
               COMPUTE VENT-STEPS = FUNCTION ABS(VENT-DX)
             WHEN VENT-DX = 0
               MOVE 'V' TO VENT-KIND
               COMPUTE VENT-STEPS = FUNCTION ABS(VENT-DY)
             WHEN FUNCTION ABS(VENT-DX) = FUNCTION ABS(VENT-DY)
               MOVE 'D' TO VENT-KIND
               COMPUTE VENT-STEPS = FUNCTION ABS(VENT-DX)
             WHEN OTHER
               MOVE 'SKEWVENT' TO VENT-REASON
               EXIT SECTION
           END-EVALUATE
           COMPUTE VENT-DX = FUNCTION SIGN(VENT-DX)
           COMPUTE VENT-DY = FUNCTION SIGN(VENT-DY)
           SET VENT-LINE-VALID TO TRUE
           .

      *> One coordinate: leading and trailing blanks are tolerated
      *> (the feed pads around the arrow), but between them there
      *> must be one to four digits and nothing else.
       CHECK-VENT-FIELD SECTION.
           MOVE 0 TO VENT-NUM
           MOVE 'N' TO VENT-FLD-FLAG
           MOVE FUNCTION TRIM(VENT-FLD) TO VENT-FLD
           MOVE 0 TO VENT-DIGITS
           INSPECT VENT-FLD TALLYING VENT-DIGITS
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF VENT-DIGITS > 0 AND VENT-DIGITS < 5
             IF VENT-FLD(1:VENT-DIGITS) IS NUMERIC
                AND VENT-FLD(VENT-DIGITS + 1:) = SPACES
               SET VENT-FLD-VALID TO TRUE
               COMPUTE VENT-NUM = FUNCTION NUMVAL(VENT-FLD)
             END-IF
           END-IF
           IF NOT VENT-FLD-VALID AND VENT-REASON = SPACES
             MOVE 'BADVENT' TO VENT-REASON
           END-IF
           .

      *> Walk the line cell by cell from (x1, y1) to (x2, y2)
      *> inclusive. A diagonal on a straight-lines-only step is
      *> counted as passed over and plots nothing.
       PLOT-VENT-LINE SECTION.
           IF VENT-DIAGONAL AND NOT VGRD-DIAGONALS
             ADD 1 TO VENT-DIAG-SKIP
             EXIT SECTION
           END-IF
           ADD 1 TO VENT-PLOT-CNT
           MOVE VENT-X1 TO VENT-CX
           MOVE VENT-Y1 TO VENT-CY
           PERFORM VARYING VENT-STEP-IX FROM 0 BY 1
                     UNTIL VENT-STEP-IX > VENT-STEPS
             PERFORM PLOT-VENT-CELL
             ADD VENT-DX TO VENT-CX
             ADD VENT-DY TO VENT-CY
           END-PERFORM
           .

      *> An untouched cell gets its first record; a touched one is
      *> rewritten one hit higher, and becomes an overlap the moment
      *> it reaches two.
       PLOT-VENT-CELL SECTION.
           ADD 1 TO VGRD-HIT-CNT
           MOVE VENT-CX TO VGRD-KEY-X
           MOVE VENT-CY TO VGRD-KEY-Y
           READ VENTGRID
           EVALUATE VGRD-FS
             WHEN '00'
               ADD 1 TO VGRD-HITS
               REWRITE VGRD-REC
               IF VGRD-HITS = 2
                 ADD 1 TO VGRD-OVLP-CNT
               END-IF
             WHEN '23'
               MOVE VENT-CX TO VGRD-KEY-X
               MOVE VENT-CY TO VGRD-KEY-Y
               MOVE 1 TO VGRD-HITS
               WRITE VGRD-REC
               ADD 1 TO VGRD-CELL-CNT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF VGRD-FS NOT = '00'
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: I/O ERROR ON VENT GRID CELL ('
                    VGRD-KEY-X ',' VGRD-KEY-Y '), FILE STATUS='
                    VGRD-FS
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             CLOSE VENTGRID
             MOVE 'I/O ERROR ON VENT GRID CELL' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF
           .
