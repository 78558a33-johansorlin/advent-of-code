       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAY5PZL2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PZLINPUT ASSIGN TO DYNAMIC PZLINPUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PZLINPUT-FS.

           SELECT VENTRPT ASSIGN TO DYNAMIC VENTRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VENTRPT-FS.

           SELECT EXCPRPT ASSIGN TO DYNAMIC EXCPRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCPRPT-FS.

           COPY VGRDSEL.

           COPY ANSHSEL.

           COPY ANSQSEL.

           COPY CTLSEL.

           COPY TOLSEL.

           COPY EXCMSEL.

           COPY REPRSEL.

           COPY FNGPSEL.

           COPY AUDTSEL.

           COPY FLSTSEL.

           COPY RESSEL.

           COPY RPGNSEL.

           COPY ARCCSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.
       01  PZL-RECORD              PIC X(80).

       FD  VENTRPT.
       01  VENTRPT-REC             PIC X(80).

       FD  EXCPRPT.
       01  EXCPRPT-REC             PIC X(120).

       COPY VGRDFD.

       COPY ANSHFD.

       COPY ANSQFD.

       COPY CTLFD.

       COPY TOLFD.

       COPY EXCMFD.

       COPY REPRFD.

       COPY FNGPFD.

       COPY AUDTFD.

       COPY FLSTFD.

       COPY RESFD.

       COPY RPGNFD.

       COPY ARCCFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY ANSHWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY CTLWS.
           COPY TOLWS.
           COPY EXCMWS.
           COPY REPRWS.
           COPY FNGPWS.
           COPY AUDTWS.
           COPY FLSTWS.
           COPY RESWS.
           COPY ARCHWS.
           COPY PZLIWS.
           COPY DSNPWS.
           COPY VGRDWS.
           05 VENTRPT-FS           PIC XX.
           05 VENTRPT-DSN          PIC X(80).
           05 EXCPRPT-FS           PIC XX.
           05 EXCPRPT-DSN          PIC X(80).
           05 OVLP-ED              PIC Z,ZZZ,ZZ9.
           05 LINE-NO              PIC 9(8).
           05 EXCP-CNT             PIC 9(6).
           05 FILE-REC-BASE        PIC 9(8).
           05 FILE-SUB             PIC 9(8).
       01  SWITCHES.
           COPY PZLISW.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE
                      SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'DAY5PZL2' TO RPGN-PGM

           MOVE 'DAY5PZL2' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE 'DAY5PZL2' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR
           PERFORM LOAD-INPUT-REPAIRS

           MOVE 'DAY5PZL2' TO TOL-PGM
           PERFORM READ-EXCPTOL

           MOVE 'PZLINPUT.txt' TO PZLINPUT-DSN
           ACCEPT PZLINPUT-DSN FROM ENVIRONMENT 'PZLINPUT_DSN'
           IF PZLINPUT-DSN = SPACES
             MOVE 'PZLINPUT.txt' TO PZLINPUT-DSN
           END-IF

      *> D5PZ2CTL, not D05CTL - the 2023 day-05 almanac program
      *> already owns D05CTL.
           MOVE 'D5PZ2CTL.txt' TO CTL-DSN
           PERFORM READ-CTLCNT

           PERFORM LOAD-PZLINPUT-LIST

      *> Every vent line, the 45-degree diagonals included.
           MOVE 'D5P2GRID.dat' TO VGRD-DSN
           MOVE 'Y' TO VGRD-DIAG-FLAG
           PERFORM OPEN-VENTGRID

           MOVE 'VENTRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO VENTRPT-DSN
           OPEN OUTPUT VENTRPT
           MOVE VENTRPT-FS TO RPTK-FS
           MOVE VENTRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS
           MOVE 'EXCPRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO EXCPRPT-DSN
           OPEN OUTPUT EXCPRPT
           MOVE EXCPRPT-FS TO RPTK-FS
           MOVE EXCPRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS

           PERFORM VARYING FLST-IX FROM 1 BY 1 UNTIL FLST-IX > FLST-N
             PERFORM PROCESS-ONE-FILE
           END-PERFORM

           CLOSE VENTGRID

           MOVE LINE-NO TO CTL-ACTUAL
           PERFORM VALIDATE-CTLCNT
           PERFORM RECORD-INPUT-REPAIRS

           PERFORM WRITE-VENT-SUMMARY

           MOVE VENTRPT-FS TO RPTK-FS
           MOVE VENTRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS
           CLOSE VENTRPT
           MOVE EXCPRPT-FS TO RPTK-FS
           MOVE EXCPRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS
           CLOSE EXCPRPT

           MOVE VGRD-OVLP-CNT TO OVLP-ED
           MOVE OVLP-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           IF EXCP-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING EXCP-CNT ' exception line(s) (not a usable vent '
                    'line), see EXCPRPT.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           MOVE 'DAY5PZL2' TO ANSHIST-PGM
           MOVE 'ALL-OVERLAPS' TO ANSHIST-LABEL
           MOVE VGRD-OVLP-CNT TO ANSHIST-VALUE
           PERFORM OPEN-ANSHIST
           PERFORM WRITE-ANSHIST
           CLOSE ANSHIST

           PERFORM OPEN-RESRPT
           MOVE 'DAY5PZL2' TO RES-PGM
           MOVE 'ALL-OVERLAPS' TO RES-LABEL
           MOVE VGRD-OVLP-CNT TO RES-VALUE
           PERFORM WRITE-RESRPT
           CLOSE RESRPT

           CLOSE EXCPMSTR

           PERFORM SET-GRADED-RC

           PERFORM GRADE-RPT-STATUS

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           GOBACK
           .

      *> One listed input file: plot its vent lines into the one
      *> grid the whole run shares (overlaps count across files, as
      *> they would in one concatenated feed), then archive it,
      *> report its record count, and check the per-file control
      *> total.
       PROCESS-ONE-FILE SECTION.
           MOVE FL-DSN(FLST-IX) TO PZLINPUT-DSN
           MOVE 'C' TO PZLINPUT-FLAG
           MOVE LINE-NO TO FILE-REC-BASE

           OPEN INPUT PZLINPUT
           PERFORM READ-PZLINPUT
           PERFORM UNTIL PZLINPUT-EOF
             PERFORM PROCESS-PZLINPUT
           END-PERFORM
           CLOSE PZLINPUT

           MOVE 'DAY5PZL2' TO ARCH-PGM
           MOVE PZLINPUT-DSN TO ARCH-SRC-DSN
           PERFORM ARCHIVE-PZLINPUT
           MOVE 'DAY5PZL2' TO FNGP-PGM
           MOVE PZLINPUT-DSN TO FNGP-DSN
           PERFORM WRITE-FINGERPRINT

           COMPUTE FLST-REC-CNT = LINE-NO - FILE-REC-BASE
           MOVE VGRD-OVLP-CNT TO FILE-SUB
           MOVE FLST-IX TO SYSO-NUM
           MOVE SPACES TO SYSO-LINE
           STRING 'FILE '
                  FUNCTION TRIM(SYSO-NUM)
                  ' ' FUNCTION TRIM(PZLINPUT-DSN)
                  ' RECORDS=' FLST-REC-CNT
                  ' OVERLAPS-SO-FAR=' FILE-SUB
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
           PERFORM VALIDATE-FLST-CNT
           .

       PROCESS-PZLINPUT SECTION.
           PERFORM PARSE-VENT-LINE
           IF VENT-LINE-VALID
             PERFORM PLOT-VENT-LINE
           ELSE
             PERFORM WRITE-VENT-EXCEPTION
           END-IF
           PERFORM READ-PZLINPUT
           .

       WRITE-VENT-SUMMARY SECTION.
           MOVE SPACES TO VENTRPT-REC
           STRING 'VENT LINES PLOTTED      ' VENT-PLOT-CNT
                  INTO VENTRPT-REC
           WRITE VENTRPT-REC
           MOVE SPACES TO VENTRPT-REC
           STRING 'CELL HITS               ' VGRD-HIT-CNT
                  INTO VENTRPT-REC
           WRITE VENTRPT-REC
           MOVE SPACES TO VENTRPT-REC
           STRING 'GRID CELLS TOUCHED      ' VGRD-CELL-CNT
                  INTO VENTRPT-REC
           WRITE VENTRPT-REC
           MOVE SPACES TO VENTRPT-REC
           STRING 'ALL-OVERLAPS=' VGRD-OVLP-CNT
                  INTO VENTRPT-REC
           WRITE VENTRPT-REC
           .

       WRITE-VENT-EXCEPTION SECTION.
           ADD 1 TO EXCP-CNT
           MOVE LINE-NO TO EXCM-LINE
           MOVE VENT-REASON TO EXCM-REASON
           MOVE PZL-RECORD TO EXCM-IMAGE
           PERFORM WRITE-EXCPMSTR
           MOVE SPACES TO EXCPRPT-REC
           EVALUATE VENT-REASON
             WHEN 'OFFGRID'
               STRING 'LINE ' LINE-NO ' COORDINATE OFF THE 0-999 '
                      'GRID: ' PZL-RECORD(1:60)
                      INTO EXCPRPT-REC
             WHEN 'SKEWVENT'
               STRING 'LINE ' LINE-NO ' NEITHER STRAIGHT NOR '
                      '45 DEGREES: ' PZL-RECORD(1:60)
                      INTO EXCPRPT-REC
             WHEN OTHER
               STRING 'LINE ' LINE-NO ' NOT A VENT LINE: '
                      PZL-RECORD(1:60)
                      INTO EXCPRPT-REC
           END-EVALUATE
           WRITE EXCPRPT-REC
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY5PZL2' TO DSNP-PGM
           MOVE PZL-RECORD TO DSNP-IMAGE
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
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'FLST-ENT' TO DSNP-ADD-NAME
           MOVE FLST-N TO DSNP-ADD-NUM
           MOVE 50 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'FLST-IX' TO DSNP-ADD-NAME
           MOVE FLST-IX TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'FILE-REC-BASE' TO DSNP-ADD-NAME
           MOVE FILE-REC-BASE TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP-FLAG' TO DSNP-ADD-NAME
           MOVE CTL-EXP-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'VENT-PLOT-CNT' TO DSNP-ADD-NAME
           MOVE VENT-PLOT-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'VENT-DIAG-SKIP' TO DSNP-ADD-NAME
           MOVE VENT-DIAG-SKIP TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'VGRD-CELL-CNT' TO DSNP-ADD-NAME
           MOVE VGRD-CELL-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'VGRD-HIT-CNT' TO DSNP-ADD-NAME
           MOVE VGRD-HIT-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'VGRD-OVLP-CNT' TO DSNP-ADD-NAME
           MOVE VGRD-OVLP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'VENT-CX' TO DSNP-ADD-NAME
           MOVE VENT-CX TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'VENT-CY' TO DSNP-ADD-NAME
           MOVE VENT-CY TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'VENT-REASON' TO DSNP-ADD-NAME
           MOVE VENT-REASON TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'VGRD-DIAG-FLAG' TO DSNP-ADD-NAME
           MOVE VGRD-DIAG-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-RECORD
           COPY PZLFSCHK.
           IF NOT PZLINPUT-EOF
             ADD 1 TO LINE-NO
             IF REPR-CNT > 0
               MOVE LINE-NO TO REPR-LINE
               MOVE PZL-RECORD TO REPR-IMAGE
               PERFORM APPLY-INPUT-REPAIR
               IF REPR-OVERLAID
                 MOVE REPR-IMAGE TO PZL-RECORD
               END-IF
             END-IF
           END-IF
           .

       COPY VGRDPL.

       COPY ANSHOPN.

       COPY ANSHWR.

       COPY CTLRD.

       COPY CTLCHK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RESOPN.

       COPY RESWR.

       COPY ARCHWR.

       COPY RPTKCHK.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY EXCMOPN.

       COPY EXCMWR.

       COPY REPRRD.

       COPY REPRWR.

       COPY TOLRD.

       COPY TOLCHK.

       COPY FLSTRD.

       COPY FLSTCHK.

       COPY FNGPWR.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
