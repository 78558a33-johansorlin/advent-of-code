       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIAGDRFT.

      *> Diagnostic drift report across the archived DAY3PZL1 feeds.
      *> BITSRPT only ever shows today's feed; every earlier
      *> diagnostic report the supplier sent survives as an ARCH_
      *> copy cataloged in ARCHCAT.txt. This walks the catalog's
      *> DAY3PZL1 archives in the order they were taken, re-tallies
      *> each one with the rules DAY3PZL1 applies (only unbroken
      *> '0'/'1' lines count, the first valid line fixes the width,
      *> an exact tie is a zero majority), and reports per feed
      *> GAMMA-VAL, EPSILON-VAL and POWER with a bit-position map:
      *> 'F' where the majority bit flipped since the previous feed
      *> and 'T' where the majority margin - the ones/zeroes
      *> difference as a percentage of the valid lines - has
      *> thinned to DIAGDRFT_THIN percent or less (default 5). A
      *> sensor drifting toward noise shows up as thin positions
      *> well before its majority flips and swings the power answer.
      *>
      *> DIAGDRFT_FROM / DIAGDRFT_TO (YYYYMMDD) bound the archive
      *> dates; default is every archive. An archive HOUSEKP has
      *> already purged is listed as gone and skipped, and the next
      *> feed is compared with the last one actually read. RC 4 when
      *> any flip was seen or the latest feed has thin positions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARCCSEL.

           SELECT ARCHFEED ASSIGN TO DYNAMIC ARCHFEED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHFEED-FS.

           SELECT DRFTRPT ASSIGN TO DYNAMIC DRFTRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRFTRPT-FS.

           COPY AUDTSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ARCCFD.

       FD  ARCHFEED.
       01  ARCHFEED-REC            PIC X(16).

       FD  DRFTRPT.
       01  DRFTRPT-REC             PIC X(132).

       COPY AUDTFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY AUDTWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY ARCHWS.
           05 ARCHFEED-FS          PIC XX.
           05 ARCHFEED-DSN         PIC X(80).
           05 DRFTRPT-FS           PIC XX.
           05 DRFTRPT-DSN          PIC X(80).
           05 RANGE-TEXT           PIC X(8).
           05 FROM-DATE            PIC 9(8)  VALUE 0.
           05 TO-DATE              PIC 9(8)  VALUE 99999999.
           05 THIN-TEXT            PIC X(4).
           05 THIN-PCT             PIC 9(3)  VALUE 5.
      *> This feed's tallies, built exactly as DAY3PZL1 builds them.
           05 ONES-TBL.
              10 ONES-CNT          PIC 9(8) COMP OCCURS 16 TIMES.
           05 DIAG-WIDTH           PIC S9(4) COMP.
           05 REC-WIDTH            PIC S9(4) COMP.
           05 BIT-POS              PIC S9(4) COMP.
           05 VALID-CNT            PIC 9(8).
           05 REJECT-CNT           PIC 9(8).
           05 ZEROES-CNT           PIC 9(8).
           05 GAMMA-VAL            PIC 9(5).
           05 EPSILON-VAL          PIC 9(5).
           05 POWER-VAL            PIC 9(10).
           05 MARGIN-PCT           PIC 9(3).
      *> The majority bits this feed and the last feed actually read,
      *> and the marker rows built from comparing them.
           05 CUR-MAJORITY         PIC X(16).
           05 PRV-MAJORITY         PIC X(16).
           05 PRV-WIDTH            PIC S9(4) COMP VALUE 0.
           05 PRV-POWER            PIC 9(10).
           05 FLIP-ROW             PIC X(16).
           05 THIN-ROW             PIC X(16).
           05 MARGIN-ROW           PIC X(64).
           05 MARGIN-POS           PIC S9(4) COMP.
           05 FEED-FLIPS           PIC 9(3).
           05 FEED-THINS           PIC 9(3).
           05 FEED-CNT             PIC 9(6).
           05 GONE-CNT             PIC 9(6).
           05 FLIP-TOTAL           PIC 9(6).
           05 LAST-THINS           PIC 9(3).
           05 POWER-DELTA          PIC S9(10).
           05 POWER-DELTA-ED       PIC -(10)9.

       01  SWITCHES.
           05 ARCHCAT-FLAG         PIC X     VALUE 'C'.
              88 ARCHCAT-EOF                 VALUE 'E'.
           05 ARCHFEED-FLAG        PIC X     VALUE 'C'.
              88 ARCHFEED-EOF                VALUE 'E'.
           05 DIAG-REC-FLAG        PIC X     VALUE 'N'.
              88 DIAG-REC-VALID              VALUE 'Y'.
           05 PRV-FEED-FLAG        PIC X     VALUE 'N'.
              88 PRV-FEED-SEEN               VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           MOVE 99999999 TO TO-DATE
           MOVE 5 TO THIN-PCT
           PERFORM GET-RUN-ID
           MOVE 'DIAGDRFT' TO RPGN-PGM

           MOVE 'DIAGDRFT' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE SPACES TO RANGE-TEXT
           ACCEPT RANGE-TEXT FROM ENVIRONMENT 'DIAGDRFT_FROM'
           IF RANGE-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(RANGE-TEXT) = 0
             COMPUTE FROM-DATE = FUNCTION NUMVAL(RANGE-TEXT)
           END-IF
           MOVE SPACES TO RANGE-TEXT
           ACCEPT RANGE-TEXT FROM ENVIRONMENT 'DIAGDRFT_TO'
           IF RANGE-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(RANGE-TEXT) = 0
             COMPUTE TO-DATE = FUNCTION NUMVAL(RANGE-TEXT)
           END-IF
           MOVE SPACES TO THIN-TEXT
           ACCEPT THIN-TEXT FROM ENVIRONMENT 'DIAGDRFT_THIN'
           IF THIN-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(THIN-TEXT) = 0
              AND FUNCTION NUMVAL(THIN-TEXT) < 101
             COMPUTE THIN-PCT = FUNCTION NUMVAL(THIN-TEXT)
           END-IF

           MOVE 'DRFTRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO DRFTRPT-DSN
           OPEN OUTPUT DRFTRPT
           MOVE DRFTRPT-FS TO RPTK-FS
           MOVE DRFTRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS

           MOVE SPACES TO DRFTRPT-REC
           STRING 'DAY3PZL1 DIAGNOSTIC DRIFT - ARCHIVES ' FROM-DATE
                  ' THROUGH ' TO-DATE ', THIN AT ' THIN-PCT
                  '% MARGIN OR LESS'
                  INTO DRFTRPT-REC
           WRITE DRFTRPT-REC

           OPEN INPUT ARCHCAT
           IF ARCHCAT-FS = '00'
             PERFORM READ-ARCHCAT-REC
             PERFORM UNTIL ARCHCAT-EOF
               IF ARCHCAT-REC(1:8) = 'DAY3PZL1'
                  AND ARCHCAT-REC(10:8) IS NUMERIC
                  AND ARCHCAT-REC(10:8) NOT < FROM-DATE
                  AND ARCHCAT-REC(10:8) NOT > TO-DATE
                 PERFORM RETALLY-ONE-FEED
               END-IF
               PERFORM READ-ARCHCAT-REC
             END-PERFORM
             CLOSE ARCHCAT
           ELSE
             MOVE 'NO ARCHCAT.TXT YET - NO ARCHIVED FEEDS TO WALK'
               TO DRFTRPT-REC
             WRITE DRFTRPT-REC
           END-IF

           MOVE SPACES TO DRFTRPT-REC
           STRING FEED-CNT ' FEED(S) RE-TALLIED, ' GONE-CNT
                  ' NO LONGER ON DISK, ' FLIP-TOTAL
                  ' MAJORITY FLIP(S), ' LAST-THINS
                  ' THIN POSITION(S) IN THE LATEST FEED'
                  INTO DRFTRPT-REC
           WRITE DRFTRPT-REC
           DISPLAY 'DIAGDRFT: ' FUNCTION TRIM(DRFTRPT-REC)

           IF FLIP-TOTAL > 0 OR LAST-THINS > 0
             MOVE 4 TO RETURN-CODE
           END-IF

           MOVE DRFTRPT-FS TO RPTK-FS
           MOVE DRFTRPT-DSN TO RPTK-DSN
           PERFORM CHECK-RPT-STATUS
           CLOSE DRFTRPT

           PERFORM GRADE-RPT-STATUS

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           GOBACK
           .

      *> One cataloged archive (offsets per ARCCFD.cpy).
       RETALLY-ONE-FEED SECTION.
           MOVE ARCHCAT-REC(28:80) TO ARCHFEED-DSN
           MOVE SPACES TO DRFTRPT-REC
           WRITE DRFTRPT-REC
           MOVE SPACES TO DRFTRPT-REC
           STRING 'FEED ' ARCHCAT-REC(10:8) ' ' ARCHCAT-REC(19:8)
                  ' ' FUNCTION TRIM(ARCHFEED-DSN)
                  INTO DRFTRPT-REC
           WRITE DRFTRPT-REC

           MOVE 'C' TO ARCHFEED-FLAG
           OPEN INPUT ARCHFEED
           IF ARCHFEED-FS NOT = '00'
             ADD 1 TO GONE-CNT
             MOVE SPACES TO DRFTRPT-REC
             STRING '  ARCHIVE NO LONGER ON DISK (FILE STATUS '
                    ARCHFEED-FS ') - SKIPPED'
                    INTO DRFTRPT-REC
             WRITE DRFTRPT-REC
             EXIT SECTION
           END-IF

           INITIALIZE ONES-TBL
           MOVE 0 TO DIAG-WIDTH VALID-CNT REJECT-CNT
           PERFORM READ-ARCHFEED-REC
           PERFORM UNTIL ARCHFEED-EOF
             PERFORM CHECK-DIAG-REC
             IF DIAG-REC-VALID
               ADD 1 TO VALID-CNT
               PERFORM VARYING BIT-POS FROM 1 BY 1
                         UNTIL BIT-POS > DIAG-WIDTH
                 IF ARCHFEED-REC(BIT-POS:1) = '1'
                   ADD 1 TO ONES-CNT(BIT-POS)
                 END-IF
               END-PERFORM
             ELSE
               ADD 1 TO REJECT-CNT
             END-IF
             PERFORM READ-ARCHFEED-REC
           END-PERFORM
           CLOSE ARCHFEED
           ADD 1 TO FEED-CNT

           IF VALID-CNT = 0
             MOVE '  NO VALID DIAGNOSTIC LINES - NOT COMPARED'
               TO DRFTRPT-REC
             WRITE DRFTRPT-REC
             EXIT SECTION
           END-IF

           PERFORM COMPUTE-FEED-POWER
           PERFORM MARK-FEED-DRIFT
           .

      *> The DAY3PZL1 arithmetic: gamma from the majority bits,
      *> epsilon from the minority bits, power their product.
       COMPUTE-FEED-POWER SECTION.
           MOVE 0 TO GAMMA-VAL EPSILON-VAL
           MOVE SPACES TO CUR-MAJORITY MARGIN-ROW
           PERFORM VARYING BIT-POS FROM 1 BY 1
                     UNTIL BIT-POS > DIAG-WIDTH
             COMPUTE ZEROES-CNT = VALID-CNT - ONES-CNT(BIT-POS)
             IF ONES-CNT(BIT-POS) > ZEROES-CNT
               MOVE '1' TO CUR-MAJORITY(BIT-POS:1)
               COMPUTE GAMMA-VAL = GAMMA-VAL * 2 + 1
               COMPUTE EPSILON-VAL = EPSILON-VAL * 2
             ELSE
               MOVE '0' TO CUR-MAJORITY(BIT-POS:1)
               COMPUTE GAMMA-VAL = GAMMA-VAL * 2
               COMPUTE EPSILON-VAL = EPSILON-VAL * 2 + 1
             END-IF
           END-PERFORM
           COMPUTE POWER-VAL = GAMMA-VAL * EPSILON-VAL

           MOVE SPACES TO DRFTRPT-REC
           STRING '  VALID=' VALID-CNT ' REJECTED=' REJECT-CNT
                  ' GAMMA=' GAMMA-VAL ' EPSILON=' EPSILON-VAL
                  ' POWER=' POWER-VAL
                  INTO DRFTRPT-REC
           WRITE DRFTRPT-REC
           .

      *> Margin per position is |ones - zeroes| as a whole percentage
      *> of the valid lines; a flip needs a previous feed of the same
      *> width to compare with.
       MARK-FEED-DRIFT SECTION.
           MOVE SPACES TO FLIP-ROW THIN-ROW
           MOVE 0 TO FEED-FLIPS FEED-THINS
           PERFORM VARYING BIT-POS FROM 1 BY 1
                     UNTIL BIT-POS > DIAG-WIDTH
             COMPUTE ZEROES-CNT = VALID-CNT - ONES-CNT(BIT-POS)
             COMPUTE MARGIN-PCT =
                 FUNCTION ABS(ONES-CNT(BIT-POS) - ZEROES-CNT) * 100
                 / VALID-CNT
             COMPUTE MARGIN-POS = (BIT-POS - 1) * 4 + 1
             MOVE MARGIN-PCT TO MARGIN-ROW(MARGIN-POS:3)
             MOVE '.' TO THIN-ROW(BIT-POS:1)
             IF MARGIN-PCT NOT > THIN-PCT
               MOVE 'T' TO THIN-ROW(BIT-POS:1)
               ADD 1 TO FEED-THINS
             END-IF
             MOVE '.' TO FLIP-ROW(BIT-POS:1)
             IF PRV-FEED-SEEN AND PRV-WIDTH = DIAG-WIDTH
               IF CUR-MAJORITY(BIT-POS:1)
                  NOT = PRV-MAJORITY(BIT-POS:1)
                 MOVE 'F' TO FLIP-ROW(BIT-POS:1)
                 ADD 1 TO FEED-FLIPS
               END-IF
             END-IF
           END-PERFORM

           MOVE SPACES TO DRFTRPT-REC
           STRING '  MAJORITY  ' CUR-MAJORITY
                  INTO DRFTRPT-REC
           WRITE DRFTRPT-REC
           MOVE SPACES TO DRFTRPT-REC
           IF PRV-FEED-SEEN AND PRV-WIDTH NOT = DIAG-WIDTH
             STRING '  FLIPPED   WIDTH CHANGED SINCE THE LAST FEED - '
                    'NOT COMPARED'
                    INTO DRFTRPT-REC
           ELSE
             STRING '  FLIPPED   ' FLIP-ROW
                    INTO DRFTRPT-REC
           END-IF
           WRITE DRFTRPT-REC
           MOVE SPACES TO DRFTRPT-REC
           STRING '  THIN      ' THIN-ROW
                  INTO DRFTRPT-REC
           WRITE DRFTRPT-REC
           MOVE SPACES TO DRFTRPT-REC
           STRING '  MARGIN%   ' MARGIN-ROW
                  INTO DRFTRPT-REC
           WRITE DRFTRPT-REC

           IF PRV-FEED-SEEN
             COMPUTE POWER-DELTA = POWER-VAL - PRV-POWER
             MOVE POWER-DELTA TO POWER-DELTA-ED
             MOVE SPACES TO DRFTRPT-REC
             STRING '  ' FEED-FLIPS ' FLIP(S), ' FEED-THINS
                    ' THIN, POWER CHANGE ' POWER-DELTA-ED
                    INTO DRFTRPT-REC
             WRITE DRFTRPT-REC
           END-IF

           ADD FEED-FLIPS TO FLIP-TOTAL
           MOVE FEED-THINS TO LAST-THINS
           MOVE CUR-MAJORITY TO PRV-MAJORITY
           MOVE DIAG-WIDTH TO PRV-WIDTH
           MOVE POWER-VAL TO PRV-POWER
           SET PRV-FEED-SEEN TO TRUE
           .

      *> The same validity test DAY3PZL1's CHECK-DIAG-REC applies,
      *> without the exception writing - these feeds were already
      *> graded on the night they ran.
       CHECK-DIAG-REC SECTION.
           MOVE 'Y' TO DIAG-REC-FLAG
           MOVE 0 TO REC-WIDTH
           PERFORM VARYING BIT-POS FROM 1 BY 1 UNTIL BIT-POS > 16
             EVALUATE ARCHFEED-REC(BIT-POS:1)
               WHEN '0'
               WHEN '1'
                 IF BIT-POS > REC-WIDTH + 1
                   MOVE 'N' TO DIAG-REC-FLAG
                 ELSE
                   MOVE BIT-POS TO REC-WIDTH
                 END-IF
               WHEN SPACE
                 CONTINUE
               WHEN OTHER
                 MOVE 'N' TO DIAG-REC-FLAG
             END-EVALUATE
           END-PERFORM
           IF REC-WIDTH = 0
             MOVE 'N' TO DIAG-REC-FLAG
           END-IF
           IF DIAG-REC-VALID AND DIAG-WIDTH = 0
             MOVE REC-WIDTH TO DIAG-WIDTH
           END-IF
           IF DIAG-REC-VALID AND REC-WIDTH NOT = DIAG-WIDTH
             MOVE 'N' TO DIAG-REC-FLAG
           END-IF
           .

       READ-ARCHCAT-REC SECTION.
           READ ARCHCAT
           IF ARCHCAT-FS NOT = '00'
             SET ARCHCAT-EOF TO TRUE
           END-IF
           .

       READ-ARCHFEED-REC SECTION.
           READ ARCHFEED
           IF ARCHFEED-FS NOT = '00'
             SET ARCHFEED-EOF TO TRUE
           END-IF
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RPTKCHK.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
