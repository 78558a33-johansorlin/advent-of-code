       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMNT.

      *> Day-3 part master maintenance, CALLed by DAY03ENG once the
      *> selected engine has recorded its answers. The engines work
      *> the part numbers out of the schematic and then throw them
      *> away, and SCHMDIFF can only compare two files picked by
      *> hand - this step keeps every part number ever seen on the
      *> part master (PRTMFD.cpy has the layout), keyed by row,
      *> column span and value, each carrying its first-seen and
      *> last-seen run ids, its adjacent symbol and whether it is
      *> currently a gear member.
      *>
      *> The schematic is walked twice through a three-row window,
      *> so storage stays bounded whichever engine ran: pass one
      *> finds the gears (a '*' beside exactly two numbers), pass
      *> two resolves each part number against the master. A part
      *> still present is refreshed; a span now holding a different
      *> value is RE-VALUED (the old entry retires, the new one
      *> carries the prior value); a part the master never had is
      *> ADDED, or RETURNED when it matches a retired entry; and
      *> every active entry the schematic no longer holds is marked
      *> RETIRED - never deleted. The changes are listed on the
      *> PARTCHG report and the rebuilt master is sorted back into
      *> key order.
      *>
      *> An as-of historical rerun (RERUN_MODE=H) leaves the master
      *> alone - replaying an old schematic would retire today's
      *> parts and re-add yesterday's.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS DIGITS IS '0123456789'.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PZLINPUT ASSIGN TO DYNAMIC PZLINPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PZLINPUT-FS.

           SELECT PRTMWORK ASSIGN TO 'PRTMWORK.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRTMWORK-FS.

           SELECT PRTMSORT ASSIGN TO 'PRTMSORT.tmp'.

           SELECT SYMSET ASSIGN TO 'SYMSET.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SYMSET-FS.

           COPY PRTMSEL.

           COPY AUDTSEL.

           COPY RPGNSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.
       01  PZL-REC            PIC X(500).

       FD  PRTMWORK.
       01  PRTMWORK-REC       PIC X(100).

       SD  PRTMSORT.
       01  PRTMSORT-REC.
           05 SRT-ROW         PIC 9(8).
           05 FILLER          PIC X.
           05 SRT-COL-LO      PIC 9(4).
           05 FILLER          PIC X.
           05 SRT-COL-HI      PIC 9(4).
           05 FILLER          PIC X.
           05 SRT-VALUE       PIC 9(3).
           05 FILLER          PIC X(78).

       FD  SYMSET.
       01  SYMSET-REC         PIC X(32).

       COPY PRTMFD.

       COPY AUDTFD.

       COPY RPGNFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY RPGNWS.
           COPY PZLIWS.
           COPY DSNPWS.
           COPY PRTMWS.
           05 PRTMWORK-FS     PIC XX.
           05 SYMSET-FS       PIC XX.
           05 SYM-SET         PIC X(20).
           05 SYM-SET-LEN     PIC S9(4) COMP.
           05 SYM-CHR-TAL     PIC 9(4).
           05 CHK-CHR         PIC X.
           05 ROW-NO          PIC 9(8).
           05 WIN-POS         PIC S9(4) COMP.
           05 WIN-IX          PIC S9(4) COMP.
           05 ADJ-POS         PIC S9(4) COMP.
           05 ADJ-LO          PIC S9(4) COMP.
           05 ADJ-HI          PIC S9(4) COMP.
           05 ADJ-CNT         PIC S9(4) COMP.
           05 NUM-LEN         PIC S9(4) COMP.
           05 NUM-CHAR        PIC XXX.
           05 NUM-LO          PIC S9(4) COMP.
           05 PART-ROW        PIC 9(8).
           05 PART-COL-LO     PIC 9(4).
           05 PART-COL-HI     PIC 9(4).
           05 PART-VALUE      PIC 9(3).
           05 PART-SYMBOL     PIC X.
           05 PART-SYM-ROW    PIC 9(8).
           05 PART-SYM-COL    PIC 9(4).
           05 PART-GEAR       PIC X.
           05 GEAR-CHK-ROW    PIC 9(8).
           05 GEAR-CHK-COL    PIC 9(4).
           05 PM-IX           PIC S9(8) COMP.
           05 PM-HIT          PIC S9(8) COMP.
           05 PM-OLD          PIC S9(8) COMP.
           05 PM-MAX          PIC S9(8) COMP VALUE 200000.
           05 GEAR-MAX        PIC S9(8) COMP VALUE 200000.
           05 PART-CNT        PIC 9(8).
           05 KEEP-CNT        PIC 9(8).
           05 ADD-CNT         PIC 9(8).
           05 BACK-CNT        PIC 9(8).
           05 RETIRE-CNT      PIC 9(8).
           05 REVAL-CNT       PIC 9(8).
           05 LOAD-CNT        PIC 9(8).
           05 MSTR-CNT-D      PIC 9(8).
           05 CHG-WORD        PIC X(10).
           05 CHG-WAS         PIC X(3).
      *> The three-row window: WIN-ROW(2) is the row being worked,
      *> (1) and (3) the rows either side. Each row is held one
      *> position right of its file columns with a blank either
      *> side, so the neighbours of any file column are always
      *> inside the row - file column C sits at window position C+1.
           05 WIN-TBL.
              10 WIN-ROW      PIC X(502) OCCURS 3 TIMES.

      *> The part master in storage - loaded whole, updated in place,
      *> then written to the work file and sorted back into key
      *> order. PM-IMG is the master record byte for byte (offsets
      *> per PRTMFD.cpy); PM-SEEN marks the entries this run has
      *> already settled. Its own 01 so the table's size follows
      *> PM-CNT rather than sitting inside WORKSPACE.
       01  PM-CNT             PIC S9(8) COMP VALUE 0.
       01  PM-TBL-REC.
           05 PM-ENT OCCURS 0 TO 200000 TIMES
                 DEPENDING ON PM-CNT.
              10 PM-IMG.
                 15 PM-ROW        PIC 9(8).
                 15 FILLER        PIC X.
                 15 PM-COL-LO     PIC 9(4).
                 15 FILLER        PIC X.
                 15 PM-COL-HI     PIC 9(4).
                 15 FILLER        PIC X.
                 15 PM-VALUE      PIC 9(3).
                 15 FILLER        PIC X.
                 15 PM-STATUS     PIC X.
                    88 PM-ACTIVE          VALUE 'A'.
                    88 PM-RETIRED         VALUE 'R'.
                 15 FILLER        PIC X.
                 15 PM-SYMBOL     PIC X.
                 15 FILLER        PIC X.
                 15 PM-SYM-ROW    PIC 9(8).
                 15 FILLER        PIC X.
                 15 PM-SYM-COL    PIC 9(4).
                 15 FILLER        PIC X.
                 15 PM-GEAR       PIC X.
                 15 FILLER        PIC X.
                 15 PM-FIRST-RUN  PIC X(16).
                 15 FILLER        PIC X.
                 15 PM-LAST-RUN   PIC X(16).
                 15 FILLER        PIC X.
                 15 PM-PRIOR-VAL  PIC X(3).
                 15 FILLER        PIC X.
                 15 PM-RETIRE-RUN PIC X(16).
                 15 FILLER        PIC X(3).
              10 PM-SEEN      PIC X.

      *> Gear positions found by pass one, in the row-then-column
      *> order the walk meets them - which is what lets pass two
      *> SEARCH ALL it.
       01  GEAR-CNT           PIC S9(8) COMP VALUE 0.
       01  GEAR-TBL-REC.
           05 GEAR-ENT OCCURS 0 TO 200000 TIMES
                 DEPENDING ON GEAR-CNT
                 ASCENDING KEY IS GEAR-ROW GEAR-COL
                 INDEXED BY GX.
              10 GEAR-ROW     PIC 9(8).
              10 GEAR-COL     PIC 9(4).

       COPY PRTCWS.

       01  SWITCHES.
           COPY PZLISW.
           05 SYM-CHR-FLAG    PIC X   VALUE 'N'.
              88 IS-SYM-CHR           VALUE 'Y'.
           05 NUM-FLAG        PIC X   VALUE 'N'.
              88 NUM-FOUND            VALUE 'Y'.
           05 WIN-PASS        PIC X   VALUE 'G'.
              88 GEAR-PASS            VALUE 'G'.
              88 PART-PASS            VALUE 'P'.
           05 WIN-FLAG        PIC X   VALUE 'N'.
              88 WIN-DONE             VALUE 'Y'.
           05 NEXT-ROW-FLAG   PIC X   VALUE 'N'.
              88 NEXT-ROW-PRESENT     VALUE 'Y'.
           05 PRTMSTR-FLAG    PIC X   VALUE 'C'.
              88 PRTMSTR-EOF          VALUE 'E'.
           05 PART-SYM-FLAG   PIC X   VALUE 'N'.
              88 PART-SYM-FOUND       VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           MOVE 200000 TO PM-MAX GEAR-MAX
           MOVE 0 TO PM-CNT GEAR-CNT
           PERFORM GET-RUN-ID
           MOVE 'PARTMNT' TO RPGN-PGM

           MOVE 'PARTMNT' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           IF HISTORICAL-RERUN
             DISPLAY 'PARTMNT: HISTORICAL RERUN - PART MASTER LEFT '
                     'UNCHANGED'
             MOVE 'END' TO AUDT-EVENT
             MOVE 0 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF

           MOVE 'input.txt' TO PZLINPUT-DSN
           ACCEPT PZLINPUT-DSN FROM ENVIRONMENT 'PZLINPUT_DSN'
           IF PZLINPUT-DSN = SPACES
             MOVE 'input.txt' TO PZLINPUT-DSN
           END-IF

      *> The part master is a master like any other - in sandbox
      *> mode it redirects to its SANDBOX_ copy, and a shadow run
      *> of a candidate DAY03ENG keeps its own SHADOW_ copy.
           MOVE 'PARTMSTR.txt' TO PRTM-DSN
           IF SANDBOX-ACTIVE
             MOVE PRTM-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO PRTM-DSN
           END-IF
           IF SHADOW-ACTIVE
             MOVE PRTM-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO PRTM-DSN
           END-IF

           PERFORM LOAD-SYMSET
           PERFORM LOAD-PART-MASTER

           SET GEAR-PASS TO TRUE
           PERFORM WALK-SCHEMATIC

           MOVE 'PARTCHG' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'PART MASTER CHANGES' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'CHANGE     ROW       COLS       VAL   WAS SYM '
                  'GEAR FIRST-SEEN       LAST-SEEN'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           SET PART-PASS TO TRUE
           PERFORM WALK-SCHEMATIC
           PERFORM RETIRE-UNSEEN-PARTS
           PERFORM WRITE-PART-MASTER

           MOVE SPACES TO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE SPACES TO PRT-LINE
           STRING 'PARTS ON SCHEMATIC ' PART-CNT
                  '  UNCHANGED ' KEEP-CNT
                  '  ADDED ' ADD-CNT
                  '  RETURNED ' BACK-CNT
                  '  RETIRED ' RETIRE-CNT
                  '  RE-VALUED ' REVAL-CNT
                  DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE PM-CNT TO MSTR-CNT-D
           MOVE SPACES TO PRT-LINE
           STRING 'PART MASTER ' FUNCTION TRIM(PRTM-DSN)
                  ' NOW HOLDS ' MSTR-CNT-D ' ENTRIES ('
                  LOAD-CNT ' BEFORE THIS RUN)'
                  DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           DISPLAY 'PARTMNT: ' PART-CNT ' PARTS - ADDED ' ADD-CNT
                   ' RETURNED ' BACK-CNT ' RETIRED ' RETIRE-CNT
                   ' RE-VALUED ' REVAL-CNT

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           GOBACK
           .

      *> The whole master into PM-TBL. No master yet is the first
      *> run - everything on the schematic will be ADDED. Any other
      *> open failure, or a master too big for the table, stops the
      *> step before anything is rewritten.
       LOAD-PART-MASTER SECTION.
           MOVE 0 TO PM-CNT LOAD-CNT
           MOVE 'C' TO PRTMSTR-FLAG
           OPEN INPUT PRTMSTR
           IF PRTMSTR-FS = '35'
             DISPLAY 'PARTMNT: NO PART MASTER YET - '
                     FUNCTION TRIM(PRTM-DSN) ' WILL BE CREATED'
             EXIT SECTION
           END-IF
           IF PRTMSTR-FS NOT = '00'
             DISPLAY 'FATAL: CANNOT OPEN PART MASTER '
                     FUNCTION TRIM(PRTM-DSN) ', FILE STATUS='
                     PRTMSTR-FS
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF
           PERFORM READ-PRTMSTR-REC
           PERFORM UNTIL PRTMSTR-EOF
             IF PRTMSTR-REC NOT = SPACES
               IF PM-CNT NOT < PM-MAX
                 DISPLAY 'FATAL: PART MASTER EXCEEDS ' PM-MAX
                         ' ENTRIES - NOT UPDATED'
                 CLOSE PRTMSTR
                 MOVE 16 TO RETURN-CODE
                 MOVE 'ABEND' TO AUDT-EVENT
                 MOVE 16 TO AUDT-RC
                 PERFORM WRITE-AUDTLOG
                 CLOSE AUDTLOG
                 GOBACK
               END-IF
               ADD 1 TO PM-CNT
               MOVE PRTMSTR-REC TO PM-IMG(PM-CNT)
               MOVE 'N' TO PM-SEEN(PM-CNT)
             END-IF
             PERFORM READ-PRTMSTR-REC
           END-PERFORM
           CLOSE PRTMSTR
           MOVE PM-CNT TO LOAD-CNT
           .

       READ-PRTMSTR-REC SECTION.
           READ PRTMSTR
           IF PRTMSTR-FS NOT = '00'
             SET PRTMSTR-EOF TO TRUE
           END-IF
           .

      *> One pass over the schematic through the three-row window.
      *> WIN-PASS says what is done with each row: the gear pass
      *> records every gear '*', the part pass resolves every part
      *> number against the master.
       WALK-SCHEMATIC SECTION.
           MOVE 0 TO ROW-NO
           MOVE SPACES TO WIN-TBL
           MOVE 'N' TO WIN-FLAG
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
           PERFORM LOAD-NEXT-ROW
           PERFORM SHIFT-WINDOW
           PERFORM UNTIL WIN-DONE
             IF GEAR-PASS
               PERFORM FIND-ROW-GEARS
             ELSE
               PERFORM FIND-ROW-PARTS
             END-IF
             PERFORM SHIFT-WINDOW
           END-PERFORM
           CLOSE PZLINPUT
           .

      *> Moves the window down one row. When the row coming into
      *> the middle does not exist the walk is over.
       SHIFT-WINDOW SECTION.
           IF NOT NEXT-ROW-PRESENT
             SET WIN-DONE TO TRUE
             EXIT SECTION
           END-IF
           MOVE WIN-ROW(2) TO WIN-ROW(1)
           MOVE WIN-ROW(3) TO WIN-ROW(2)
           ADD 1 TO ROW-NO
           PERFORM LOAD-NEXT-ROW
           .

      *> Reads the next schematic row into WIN-ROW(3), or blanks it
      *> at end of file. A character that is not a digit, '.', a
      *> blank or in the symbol set is filler to the engines, and
      *> is made filler here too.
       LOAD-NEXT-ROW SECTION.
           MOVE SPACES TO WIN-ROW(3)
           MOVE 'N' TO NEXT-ROW-FLAG
           PERFORM READ-PZLINPUT
           IF NOT PZLINPUT-EOF
             SET NEXT-ROW-PRESENT TO TRUE
             PERFORM VARYING WIN-POS FROM 1 BY 1 UNTIL WIN-POS > 500
               MOVE PZL-REC(WIN-POS:1) TO CHK-CHR
               IF CHK-CHR NOT = SPACE AND CHK-CHR NOT = '.'
                  AND NOT (CHK-CHR IS DIGITS)
                 PERFORM CHECK-SYM-CHR
                 IF NOT IS-SYM-CHR
                   MOVE '.' TO PZL-REC(WIN-POS:1)
                 END-IF
               END-IF
             END-PERFORM
             MOVE PZL-REC TO WIN-ROW(3)(2:500)
           END-IF
           .

      *> A gear is a '*' with exactly two numbers beside it. In
      *> each of the three rows a digit directly above/beside/below
      *> the '*' is one number covering the middle column;
      *> otherwise a digit on either side is one number each.
       FIND-ROW-GEARS SECTION.
           PERFORM VARYING WIN-POS FROM 2 BY 1 UNTIL WIN-POS > 501
             IF WIN-ROW(2)(WIN-POS:1) = '*'
               MOVE 0 TO ADJ-CNT
               PERFORM VARYING WIN-IX FROM 1 BY 1 UNTIL WIN-IX > 3
                 IF WIN-ROW(WIN-IX)(WIN-POS:1) IS DIGITS
                   ADD 1 TO ADJ-CNT
                 ELSE
                   COMPUTE ADJ-POS = WIN-POS - 1
                   IF WIN-ROW(WIN-IX)(ADJ-POS:1) IS DIGITS
                     ADD 1 TO ADJ-CNT
                   END-IF
                   COMPUTE ADJ-POS = WIN-POS + 1
                   IF WIN-ROW(WIN-IX)(ADJ-POS:1) IS DIGITS
                     ADD 1 TO ADJ-CNT
                   END-IF
                 END-IF
               END-PERFORM
               IF ADJ-CNT = 2
                 IF GEAR-CNT NOT < GEAR-MAX
                   DISPLAY 'FATAL: MORE THAN ' GEAR-MAX
                           ' GEARS - PART MASTER NOT UPDATED'
                   CLOSE PZLINPUT
                   MOVE 16 TO RETURN-CODE
                   MOVE 'ABEND' TO AUDT-EVENT
                   MOVE 16 TO AUDT-RC
                   PERFORM WRITE-AUDTLOG
                   CLOSE AUDTLOG
                   GOBACK
                 END-IF
                 ADD 1 TO GEAR-CNT
                 MOVE ROW-NO TO GEAR-ROW(GEAR-CNT)
                 COMPUTE GEAR-COL(GEAR-CNT) = WIN-POS - 1
               END-IF
             END-IF
           END-PERFORM
           .

      *> Every digit run in the middle row; the blank at window
      *> position 502 always ends the last one. Only a number with
      *> a symbol beside it is a part.
       FIND-ROW-PARTS SECTION.
           MOVE 'N' TO NUM-FLAG
           MOVE 0 TO NUM-LEN
           MOVE SPACES TO NUM-CHAR
           PERFORM VARYING WIN-POS FROM 2 BY 1 UNTIL WIN-POS > 502
             IF WIN-ROW(2)(WIN-POS:1) IS DIGITS
               IF NOT NUM-FOUND
                 SET NUM-FOUND TO TRUE
                 MOVE WIN-POS TO NUM-LO
               END-IF
               ADD 1 TO NUM-LEN
               IF NUM-LEN NOT > 3
                 MOVE WIN-ROW(2)(WIN-POS:1) TO NUM-CHAR(NUM-LEN:1)
               END-IF
             ELSE
               IF NUM-FOUND
                 PERFORM CHECK-PART-ADJACENCY
                 IF PART-SYM-FOUND
                   PERFORM APPLY-PART
                 END-IF
                 MOVE 'N' TO NUM-FLAG
                 MOVE 0 TO NUM-LEN
                 MOVE SPACES TO NUM-CHAR
               END-IF
             END-IF
           END-PERFORM
           .

      *> Looks at every cell round the number that just ended
      *> (window positions NUM-LO through WIN-POS - 1). The first
      *> symbol met, top row first and left to right, is the one
      *> recorded; any '*' beside it that pass one found to be a
      *> gear makes the part a gear member.
       CHECK-PART-ADJACENCY SECTION.
           MOVE 'N' TO PART-SYM-FLAG
           MOVE ROW-NO TO PART-ROW
           COMPUTE PART-COL-LO = NUM-LO - 1
           COMPUTE PART-COL-HI = WIN-POS - 2
           MOVE FUNCTION NUMVAL(NUM-CHAR) TO PART-VALUE
           MOVE SPACE TO PART-SYMBOL
           MOVE 0 TO PART-SYM-ROW PART-SYM-COL
           MOVE 'N' TO PART-GEAR
           COMPUTE ADJ-LO = NUM-LO - 1
           MOVE WIN-POS TO ADJ-HI
           PERFORM VARYING WIN-IX FROM 1 BY 1 UNTIL WIN-IX > 3
             PERFORM VARYING ADJ-POS FROM ADJ-LO BY 1
                       UNTIL ADJ-POS > ADJ-HI
               MOVE WIN-ROW(WIN-IX)(ADJ-POS:1) TO CHK-CHR
               PERFORM CHECK-SYM-CHR
               IF IS-SYM-CHR
                 COMPUTE GEAR-CHK-ROW = ROW-NO + WIN-IX - 2
                 COMPUTE GEAR-CHK-COL = ADJ-POS - 1
                 IF NOT PART-SYM-FOUND
                   SET PART-SYM-FOUND TO TRUE
                   MOVE CHK-CHR TO PART-SYMBOL
                   MOVE GEAR-CHK-ROW TO PART-SYM-ROW
                   MOVE GEAR-CHK-COL TO PART-SYM-COL
                 END-IF
                 IF CHK-CHR = '*' AND GEAR-CNT > 0
                   SEARCH ALL GEAR-ENT
                     AT END CONTINUE
                     WHEN GEAR-ROW(GX) = GEAR-CHK-ROW
                      AND GEAR-COL(GX) = GEAR-CHK-COL
                       MOVE 'Y' TO PART-GEAR
                   END-SEARCH
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           .

      *> Resolves one part against the master: the active entry on
      *> the same span is either the same part (refreshed) or a
      *> re-valuation (retired, the new value entered with the old
      *> one as its prior value); with no active entry on the span
      *> the part is new - RETURNED if a retired entry carries its
      *> exact key, ADDED otherwise.
       APPLY-PART SECTION.
           ADD 1 TO PART-CNT
           MOVE 0 TO PM-OLD
           PERFORM VARYING PM-IX FROM 1 BY 1
                     UNTIL PM-IX > PM-CNT OR PM-OLD > 0
             IF PM-ROW(PM-IX) = PART-ROW
                AND PM-COL-LO(PM-IX) = PART-COL-LO
                AND PM-COL-HI(PM-IX) = PART-COL-HI
                AND PM-ACTIVE(PM-IX)
                AND PM-SEEN(PM-IX) NOT = 'Y'
               MOVE PM-IX TO PM-OLD
             END-IF
           END-PERFORM

           IF PM-OLD > 0
             IF PM-VALUE(PM-OLD) = PART-VALUE
               ADD 1 TO KEEP-CNT
               MOVE 'Y' TO PM-SEEN(PM-OLD)
               MOVE RUN-ID TO PM-LAST-RUN(PM-OLD)
               MOVE PART-SYMBOL TO PM-SYMBOL(PM-OLD)
               MOVE PART-SYM-ROW TO PM-SYM-ROW(PM-OLD)
               MOVE PART-SYM-COL TO PM-SYM-COL(PM-OLD)
               MOVE PART-GEAR TO PM-GEAR(PM-OLD)
               EXIT SECTION
             END-IF
             MOVE 'Y' TO PM-SEEN(PM-OLD)
             MOVE 'R' TO PM-STATUS(PM-OLD)
             MOVE 'N' TO PM-GEAR(PM-OLD)
             MOVE RUN-ID TO PM-RETIRE-RUN(PM-OLD)
           END-IF

           MOVE 0 TO PM-HIT
           PERFORM VARYING PM-IX FROM 1 BY 1
                     UNTIL PM-IX > PM-CNT OR PM-HIT > 0
             IF PM-ROW(PM-IX) = PART-ROW
                AND PM-COL-LO(PM-IX) = PART-COL-LO
                AND PM-COL-HI(PM-IX) = PART-COL-HI
                AND PM-VALUE(PM-IX) = PART-VALUE
                AND PM-RETIRED(PM-IX)
                AND PM-IX NOT = PM-OLD
               MOVE PM-IX TO PM-HIT
             END-IF
           END-PERFORM

           IF PM-HIT = 0
             IF PM-CNT NOT < PM-MAX
               DISPLAY 'FATAL: PART MASTER WOULD EXCEED ' PM-MAX
                       ' ENTRIES - NOT UPDATED'
               CLOSE PZLINPUT
               MOVE 'C' TO PRT-ACTION
               CALL 'PRTSRV' USING PRT-CTL
               END-CALL
               MOVE 16 TO RETURN-CODE
               MOVE 'ABEND' TO AUDT-EVENT
               MOVE 16 TO AUDT-RC
               PERFORM WRITE-AUDTLOG
               CLOSE AUDTLOG
               GOBACK
             END-IF
             ADD 1 TO PM-CNT
             MOVE PM-CNT TO PM-HIT
             MOVE SPACES TO PM-IMG(PM-HIT)
             MOVE PART-ROW TO PM-ROW(PM-HIT)
             MOVE PART-COL-LO TO PM-COL-LO(PM-HIT)
             MOVE PART-COL-HI TO PM-COL-HI(PM-HIT)
             MOVE PART-VALUE TO PM-VALUE(PM-HIT)
             MOVE RUN-ID TO PM-FIRST-RUN(PM-HIT)
             MOVE 'ADDED' TO CHG-WORD
           ELSE
             MOVE 'RETURNED' TO CHG-WORD
           END-IF

           MOVE 'A' TO PM-STATUS(PM-HIT)
           MOVE 'Y' TO PM-SEEN(PM-HIT)
           MOVE RUN-ID TO PM-LAST-RUN(PM-HIT)
           MOVE SPACES TO PM-RETIRE-RUN(PM-HIT)
           MOVE PART-SYMBOL TO PM-SYMBOL(PM-HIT)
           MOVE PART-SYM-ROW TO PM-SYM-ROW(PM-HIT)
           MOVE PART-SYM-COL TO PM-SYM-COL(PM-HIT)
           MOVE PART-GEAR TO PM-GEAR(PM-HIT)
           IF PM-OLD > 0
             MOVE PM-VALUE(PM-OLD) TO PM-PRIOR-VAL(PM-HIT)
             MOVE 'RE-VALUED' TO CHG-WORD
             ADD 1 TO REVAL-CNT
           ELSE
             IF CHG-WORD = 'ADDED'
               ADD 1 TO ADD-CNT
             ELSE
               ADD 1 TO BACK-CNT
             END-IF
           END-IF
           MOVE PM-HIT TO PM-IX
           PERFORM WRITE-CHANGE-LINE
           .

      *> Whatever was active on the master and never turned up on
      *> this schematic has disappeared - retired, not deleted.
       RETIRE-UNSEEN-PARTS SECTION.
           PERFORM VARYING PM-IX FROM 1 BY 1 UNTIL PM-IX > PM-CNT
             IF PM-ACTIVE(PM-IX) AND PM-SEEN(PM-IX) NOT = 'Y'
               MOVE 'R' TO PM-STATUS(PM-IX)
               MOVE 'N' TO PM-GEAR(PM-IX)
               MOVE RUN-ID TO PM-RETIRE-RUN(PM-IX)
               MOVE 'Y' TO PM-SEEN(PM-IX)
               ADD 1 TO RETIRE-CNT
               MOVE 'RETIRED' TO CHG-WORD
               PERFORM WRITE-CHANGE-LINE
             END-IF
           END-PERFORM
           .

      *> One PARTCHG line for the master entry at PM-IX.
       WRITE-CHANGE-LINE SECTION.
           MOVE PM-PRIOR-VAL(PM-IX) TO CHG-WAS
           IF CHG-WORD NOT = 'RE-VALUED'
             MOVE SPACES TO CHG-WAS
           END-IF
           MOVE SPACES TO PRT-LINE
           STRING CHG-WORD ' ' PM-ROW(PM-IX) '  '
                  PM-COL-LO(PM-IX) '-' PM-COL-HI(PM-IX) '  '
                  PM-VALUE(PM-IX) '   ' CHG-WAS '  '
                  PM-SYMBOL(PM-IX) '   ' PM-GEAR(PM-IX) '   '
                  PM-FIRST-RUN(PM-IX) ' ' PM-LAST-RUN(PM-IX)
                  DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

      *> The updated table goes to the work file and is sorted back
      *> onto the master in ROW/COL-LO/COL-HI/VALUE order, so the
      *> master always reads in schematic order whatever was added
      *> this run.
       WRITE-PART-MASTER SECTION.
           OPEN OUTPUT PRTMWORK
           IF PRTMWORK-FS NOT = '00'
             DISPLAY 'FATAL: CANNOT OPEN PRTMWORK.TMP, FILE STATUS='
                     PRTMWORK-FS ' - PART MASTER NOT UPDATED'
             MOVE 'C' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             GOBACK
           END-IF
           PERFORM VARYING PM-IX FROM 1 BY 1 UNTIL PM-IX > PM-CNT
             MOVE PM-IMG(PM-IX) TO PRTMWORK-REC
             WRITE PRTMWORK-REC
           END-PERFORM
           CLOSE PRTMWORK

           SORT PRTMSORT
               ON ASCENDING KEY SRT-ROW SRT-COL-LO SRT-COL-HI
                                SRT-VALUE
               USING PRTMWORK GIVING PRTMSTR
           .

      *> The accepted symbol set, resolved the same way DAY03P1
      *> and DAY03SRT resolve it, so the master counts exactly the
      *> parts the engines count.
       LOAD-SYMSET SECTION.
           MOVE '+*=-#/%$&@' TO SYM-SET
           MOVE 10 TO SYM-SET-LEN
           OPEN INPUT SYMSET
           IF SYMSET-FS = '00'
             READ SYMSET
             IF SYMSET-FS = '00' AND SYMSET-REC NOT = SPACES
               MOVE SYMSET-REC(1:20) TO SYM-SET
               COMPUTE SYM-SET-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(SYM-SET, TRAILING))
             END-IF
             CLOSE SYMSET
           END-IF
           .

       CHECK-SYM-CHR SECTION.
           MOVE 'N' TO SYM-CHR-FLAG
           IF CHK-CHR NOT = SPACE
             MOVE 0 TO SYM-CHR-TAL
             INSPECT SYM-SET(1:SYM-SET-LEN)
                 TALLYING SYM-CHR-TAL FOR ALL CHK-CHR
             IF SYM-CHR-TAL > 0
               SET IS-SYM-CHR TO TRUE
             END-IF
           END-IF
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'PARTMNT' TO DSNP-PGM
           MOVE PZL-REC TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'LOAD-CNT' TO DSNP-ADD-NAME
           MOVE LOAD-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'PM-ENT' TO DSNP-ADD-NAME
           MOVE PM-CNT TO DSNP-ADD-NUM
           MOVE 200000 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'GEAR-ENT' TO DSNP-ADD-NAME
           MOVE GEAR-CNT TO DSNP-ADD-NUM
           MOVE 200000 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'PART-CNT' TO DSNP-ADD-NAME
           MOVE PART-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-REC
           COPY PZLFSCHK.
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
