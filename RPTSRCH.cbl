       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSRCH.

      *> Cross-report text search. "Which report mentioned game 417
      *> last week?" meant opening generations one at a time in
      *> RPTVIEW. This prompts for a search string, an optional
      *> program and report family and a date range, resolves every
      *> matching generation through the report catalog RPTCAT.txt
      *> (offsets as RPTVIEW.cbl: PGM 1:8, RPT 10:12, GEN 23:4,
      *> DATE 28:8, DSN 63:80), reads each report file and lists
      *> every line holding the string with its program, family,
      *> generation, date, PRTSRV page and line number. Choosing a
      *> hit CALLs RPTVIEW opened at that generation and page (the
      *> RPTVIEW_* environment hand-off), and the hit list comes
      *> back when the operator leaves the viewer.
      *>
      *> The match ignores case, and PRTSRV's 'RUN DATE ... PAGE'
      *> header lines are never hits - they only set the page
      *> number. A generation whose loose file retention has since
      *> removed is read out of its long-term archive bundle when
      *> the catalog names one (RPTARCH.cbl), and otherwise counted
      *> and skipped.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RPGNSEL.

           SELECT SRCHFILE ASSIGN TO DYNAMIC SRCH-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRCHFILE-FS.

           COPY RARCSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RPGNFD.

       FD  SRCHFILE.
       01  SRCHFILE-REC       PIC X(132).

       COPY RARCFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY RARCWS.
           05 SRCHFILE-FS     PIC XX.
           05 SRCH-DSN        PIC X(80).
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(20).
           05 SRCH-TEXT       PIC X(60).
           05 SRCH-LEN        PIC S9(4) COMP.
           05 SRCH-PGM        PIC X(8).
           05 SRCH-RPT        PIC X(12).
           05 SRCH-FROM       PIC 9(8).
           05 SRCH-TO         PIC 9(8).
           05 CMP-LINE        PIC X(132).
           05 HIT-TALLY       PIC S9(4) COMP.
           05 CUR-PAGE        PIC 9(4).
           05 CUR-LINE        PIC 9(5).
           05 CAT-DATE        PIC 9(8).
           05 GEN-SCANNED     PIC 9(4).
           05 GEN-MISSING     PIC 9(4).
           05 GEN-ARCHIVED    PIC 9(4).
           05 HIT-TOTAL       PIC 9(6).
           05 HIT-NO          PIC 9(4).
           05 HIT-NO-ED       PIC ZZZ9.
           05 SHOWN-CNT       PIC S9(4) COMP.
           05 ENV-NAME        PIC X(20).
           05 ENV-VALUE       PIC X(20).
      *> The hits, in catalog then line order.
           05 HIT-CNT         PIC S9(4) COMP VALUE 0.
           05 HIT-IX          PIC S9(4) COMP.
           05 HIT-TBL.
              10 HIT-ENT OCCURS 500 TIMES.
                 15 HT-PGM    PIC X(8).
                 15 HT-RPT    PIC X(12).
                 15 HT-GEN    PIC X(4).
                 15 HT-DATE   PIC X(8).
                 15 HT-PAGE   PIC 9(4).
                 15 HT-LINE   PIC 9(5).
                 15 HT-TEXT   PIC X(100).

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 RPTCAT-RD-FLAG  PIC X    VALUE 'C'.
              88 RPTCAT-RD-EOF         VALUE 'E'.
           05 SRCHFILE-FLAG   PIC X    VALUE 'C'.
              88 SRCHFILE-EOF          VALUE 'E'.
           05 PICK-DONE-FLAG  PIC X    VALUE 'N'.
              88 PICK-DONE             VALUE 'Y'.
           05 LIST-STOP-FLAG  PIC X    VALUE 'N'.
              88 LIST-STOPPED          VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

           PERFORM UNTIL EXIT-REQUESTED
             DISPLAY ' '
             DISPLAY 'REPORT SEARCH - 1. SEARCH THE REPORTS  0. EXIT'
             DISPLAY 'SELECTION: ' WITH NO ADVANCING
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM SEARCH-THE-REPORTS
               WHEN '0'
                 SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           GOBACK
           .

       SEARCH-THE-REPORTS SECTION.
           DISPLAY 'SEARCH FOR: ' WITH NO ADVANCING
           MOVE SPACES TO SRCH-TEXT
           ACCEPT SRCH-TEXT
           IF SRCH-TEXT = SPACES
             DISPLAY 'A SEARCH STRING IS REQUIRED'
             EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(SRCH-TEXT) TO SRCH-TEXT
           COMPUTE SRCH-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(SRCH-TEXT, TRAILING))

           DISPLAY 'PROGRAM (BLANK FOR ALL): ' WITH NO ADVANCING
           MOVE SPACES TO SRCH-PGM
           ACCEPT SRCH-PGM
           MOVE FUNCTION UPPER-CASE(SRCH-PGM) TO SRCH-PGM
           DISPLAY 'REPORT FAMILY (BLANK FOR ALL): ' WITH NO ADVANCING
           MOVE SPACES TO SRCH-RPT
           ACCEPT SRCH-RPT
           MOVE FUNCTION UPPER-CASE(SRCH-RPT) TO SRCH-RPT

           MOVE 0 TO SRCH-FROM
           DISPLAY 'FROM DATE (YYYYMMDD, BLANK FOR THE FIRST): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
             COMPUTE SRCH-FROM = FUNCTION NUMVAL(ANSWER-TEXT)
           END-IF
           MOVE 99999999 TO SRCH-TO
           DISPLAY 'TO DATE (YYYYMMDD, BLANK FOR THE LATEST): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
             COMPUTE SRCH-TO = FUNCTION NUMVAL(ANSWER-TEXT)
           END-IF

           PERFORM SCAN-CATALOG
           DISPLAY ' '
           DISPLAY 'SEARCHED ' GEN-SCANNED ' GENERATION(S), '
                   HIT-TOTAL ' HIT(S)'
           IF GEN-ARCHIVED > 0
             DISPLAY '(' GEN-ARCHIVED ' OF THEM READ FROM ARCHIVE '
                     'BUNDLES)'
           END-IF
           IF GEN-MISSING > 0
             DISPLAY '(' GEN-MISSING ' CATALOGED GENERATION(S) NO '
                     'LONGER ON DISK WERE SKIPPED)'
           END-IF
           IF HIT-TOTAL > HIT-CNT
             DISPLAY '(ONLY THE FIRST ' HIT-CNT ' HITS ARE LISTED - '
                     'NARROW THE FAMILY OR THE DATES)'
           END-IF
           IF HIT-CNT > 0
             PERFORM PICK-HITS
           END-IF
           .

       SCAN-CATALOG SECTION.
           MOVE 0 TO HIT-CNT HIT-TOTAL GEN-SCANNED GEN-MISSING
                     GEN-ARCHIVED
           MOVE 'C' TO RPTCAT-RD-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS NOT = '00'
             DISPLAY 'NO REPORT CATALOG RPTCAT.TXT, FILE STATUS='
                     RPTCAT-FS
             EXIT SECTION
           END-IF
           PERFORM READ-RPTCAT-SRCH-REC
           PERFORM UNTIL RPTCAT-RD-EOF
             IF RPTCAT-REC(28:8) IS NUMERIC
               MOVE RPTCAT-REC(28:8) TO CAT-DATE
             ELSE
               MOVE 0 TO CAT-DATE
             END-IF
             IF (SRCH-PGM = SPACES OR RPTCAT-REC(1:8) = SRCH-PGM)
                AND (SRCH-RPT = SPACES
                     OR RPTCAT-REC(10:12) = SRCH-RPT)
                AND RPTCAT-REC(23:4) IS NUMERIC
                AND RPTCAT-REC(185:4) NOT = 'HTML'
                AND CAT-DATE NOT < SRCH-FROM
                AND CAT-DATE NOT > SRCH-TO
               PERFORM SEARCH-ONE-GENERATION
             END-IF
             PERFORM READ-RPTCAT-SRCH-REC
           END-PERFORM
           CLOSE RPTCAT
           .

       SEARCH-ONE-GENERATION SECTION.
           MOVE RPTCAT-REC(63:80) TO SRCH-DSN
           MOVE 'C' TO SRCHFILE-FLAG
           OPEN INPUT SRCHFILE
           IF SRCHFILE-FS NOT = '00'
              AND RPTCAT-REC(144:40) NOT = SPACES
             MOVE RPTCAT-REC(144:40) TO RARC-DSN
             MOVE RPTCAT-REC(23:4) TO RARC-GEN
             PERFORM EXTRACT-ARCH-MEMBER
             IF RARC-EXTRACTED
               ADD 1 TO GEN-ARCHIVED
               MOVE RARC-MEMB-DSN TO SRCH-DSN
               OPEN INPUT SRCHFILE
             END-IF
           END-IF
           IF SRCHFILE-FS NOT = '00'
             ADD 1 TO GEN-MISSING
             EXIT SECTION
           END-IF
           ADD 1 TO GEN-SCANNED
           MOVE 1 TO CUR-PAGE
           MOVE 0 TO CUR-LINE
           PERFORM READ-SRCHFILE-REC
           PERFORM UNTIL SRCHFILE-EOF
             ADD 1 TO CUR-LINE
             IF SRCHFILE-REC(1:9) = 'RUN DATE '
                AND SRCHFILE-REC(39:6) = ' PAGE '
                AND SRCHFILE-REC(45:4) IS NUMERIC
               MOVE SRCHFILE-REC(45:4) TO CUR-PAGE
             ELSE
               MOVE FUNCTION UPPER-CASE(SRCHFILE-REC) TO CMP-LINE
               MOVE 0 TO HIT-TALLY
               INSPECT CMP-LINE TALLYING HIT-TALLY
                       FOR ALL SRCH-TEXT(1:SRCH-LEN)
               IF HIT-TALLY > 0
                 PERFORM NOTE-HIT
               END-IF
             END-IF
             PERFORM READ-SRCHFILE-REC
           END-PERFORM
           CLOSE SRCHFILE
           .

       NOTE-HIT SECTION.
           ADD 1 TO HIT-TOTAL
           IF HIT-CNT < 500
             ADD 1 TO HIT-CNT
             MOVE RPTCAT-REC(1:8) TO HT-PGM(HIT-CNT)
             MOVE RPTCAT-REC(10:12) TO HT-RPT(HIT-CNT)
             MOVE RPTCAT-REC(23:4) TO HT-GEN(HIT-CNT)
             MOVE RPTCAT-REC(28:8) TO HT-DATE(HIT-CNT)
             MOVE CUR-PAGE TO HT-PAGE(HIT-CNT)
             MOVE CUR-LINE TO HT-LINE(HIT-CNT)
             MOVE SRCHFILE-REC(1:100) TO HT-TEXT(HIT-CNT)
           END-IF
           .

      *> The list, ten hits a screen, then a hit number opens the
      *> viewer there; blank leaves the search.
       PICK-HITS SECTION.
           PERFORM LIST-HITS
           MOVE 'N' TO PICK-DONE-FLAG
           PERFORM UNTIL PICK-DONE
             DISPLAY 'HIT NUMBER TO VIEW, L TO LIST AGAIN, BLANK '
                     'WHEN DONE: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             EVALUATE TRUE
               WHEN ANSWER-TEXT = SPACES
                 SET PICK-DONE TO TRUE
               WHEN ANSWER-TEXT = 'L' OR 'l'
                 PERFORM LIST-HITS
               WHEN FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
                 COMPUTE HIT-NO = FUNCTION NUMVAL(ANSWER-TEXT)
                 IF HIT-NO < 1 OR HIT-NO > HIT-CNT
                   DISPLAY 'NO SUCH HIT'
                 ELSE
                   MOVE HIT-NO TO HIT-IX
                   PERFORM VIEW-HIT
                 END-IF
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED ANSWER, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           .

       LIST-HITS SECTION.
           MOVE 0 TO SHOWN-CNT
           MOVE 'N' TO LIST-STOP-FLAG
           PERFORM VARYING HIT-IX FROM 1 BY 1
                     UNTIL HIT-IX > HIT-CNT OR LIST-STOPPED
             MOVE HIT-IX TO HIT-NO-ED
             DISPLAY HIT-NO-ED ' ' HT-PGM(HIT-IX) ' ' HT-RPT(HIT-IX)
                     ' GEN ' HT-GEN(HIT-IX) ' ' HT-DATE(HIT-IX)
                     ' PAGE ' HT-PAGE(HIT-IX) ' LINE ' HT-LINE(HIT-IX)
             DISPLAY '     '
                     FUNCTION TRIM(HT-TEXT(HIT-IX), TRAILING)
             ADD 1 TO SHOWN-CNT
             IF SHOWN-CNT = 10 AND HIT-IX < HIT-CNT
               MOVE 0 TO SHOWN-CNT
               DISPLAY '-- ENTER FOR MORE, S TO STOP LISTING: '
                       WITH NO ADVANCING
               MOVE SPACES TO MENU-CHOICE
               ACCEPT MENU-CHOICE
               IF MENU-CHOICE = 'S' OR 's'
                 SET LIST-STOPPED TO TRUE
               END-IF
             END-IF
           END-PERFORM
           .

      *> The RPTVIEW_* names are cleared again after the viewer
      *> returns, so a later RPTVIEW in the same run unit prompts as
      *> it always did.
       VIEW-HIT SECTION.
           MOVE 'RPTVIEW_PGM' TO ENV-NAME
           MOVE HT-PGM(HIT-IX) TO ENV-VALUE
           PERFORM SET-ENV
           MOVE 'RPTVIEW_RPT' TO ENV-NAME
           MOVE HT-RPT(HIT-IX) TO ENV-VALUE
           PERFORM SET-ENV
           MOVE 'RPTVIEW_GEN' TO ENV-NAME
           MOVE HT-GEN(HIT-IX) TO ENV-VALUE
           PERFORM SET-ENV
           MOVE 'RPTVIEW_PAGE' TO ENV-NAME
           MOVE HT-PAGE(HIT-IX) TO ENV-VALUE
           PERFORM SET-ENV

           CALL 'RPTVIEW'
           END-CALL

           MOVE SPACES TO ENV-VALUE
           MOVE 'RPTVIEW_PGM' TO ENV-NAME
           PERFORM SET-ENV
           MOVE 'RPTVIEW_RPT' TO ENV-NAME
           PERFORM SET-ENV
           MOVE 'RPTVIEW_GEN' TO ENV-NAME
           PERFORM SET-ENV
           MOVE 'RPTVIEW_PAGE' TO ENV-NAME
           PERFORM SET-ENV
           .

       SET-ENV SECTION.
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           .

       READ-SRCHFILE-REC SECTION.
           READ SRCHFILE
           IF SRCHFILE-FS NOT = '00'
             SET SRCHFILE-EOF TO TRUE
           END-IF
           .

       READ-RPTCAT-SRCH-REC SECTION.
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
                      OR RPTCAT-REC(1:1) NOT = '*'
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RPTCAT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ RPTCAT
           END-PERFORM
           IF RPTCAT-FS NOT = '00'
             SET RPTCAT-RD-EOF TO TRUE
           END-IF
           .

       COPY RARCRD.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
