      *> 63:80), and pages the report on screen - ENTER for the
      *> next page, and F/N/P to jump to the first, next or
      *> previous generation of the same family without going back
      *> through the prompts. What a step printed on the console
      *> under a driver is family SYSOUT under the step's program
      *> (see SYSOCWS.cpy), viewed the same way.
      *>
      *> A caller that already knows where to look (RPTSRCH.cbl's
      *> hit list) skips the prompts: it sets RPTVIEW_PGM,
      *> RPTVIEW_RPT, RPTVIEW_GEN and RPTVIEW_PAGE in the
      *> environment and CALLs this program, which opens that
      *> generation at that PRTSRV page, browses as usual and
      *> returns to the caller when the operator is done.
      *>
      *> A generation whose loose file retention has purged is read
      *> out of the long-term archive bundle the catalog names for it
      *> (ARCH-DSN - see RPTARCH.cbl and RARCRD.cpy).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VIEWFILE-FS.

           COPY RARCSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RPGNFD.
       FD  VIEWFILE.
       01  VIEWFILE-REC       PIC X(132).

       COPY RARCFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY RARCWS.
           05 VIEWFILE-FS     PIC XX.
           05 VIEW-DSN        PIC X(80).
           05 MENU-CHOICE     PIC X(2).
           05 GEN-CUR         PIC S9(4) COMP.
           05 GEN-IX          PIC S9(4) COMP.
           05 PAGE-LINES      PIC S9(4) COMP.
           05 START-GEN       PIC 9(4).
           05 START-PAGE      PIC 9(4).
           05 HELD-REC        PIC X(132).
      *> Every cataloged generation of the requested family, in
      *> catalog (ascending generation) order.
           05 GEN-TBL.
                 15 GT-GEN    PIC 9(4).
                 15 GT-DATE   PIC 9(8).
                 15 GT-DSN    PIC X(80).
                 15 GT-ARCH   PIC X(40).

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

           MOVE SPACES TO VIEW-PGM
           ACCEPT VIEW-PGM FROM ENVIRONMENT 'RPTVIEW_PGM'
           IF VIEW-PGM NOT = SPACES
             PERFORM VIEW-DIRECT
             SET EXIT-REQUESTED TO TRUE
           END-IF

           PERFORM UNTIL EXIT-REQUESTED
             DISPLAY ' '
             DISPLAY 'REPORT VIEWER - 1. VIEW A REPORT  0. EXIT'
           END-IF
           .

      *> Straight to the generation and page the caller named. A
      *> generation since removed from the catalog falls back to
      *> the latest one, said so on the screen.
       VIEW-DIRECT SECTION.
           MOVE SPACES TO VIEW-RPT ANSWER-TEXT
           ACCEPT VIEW-RPT FROM ENVIRONMENT 'RPTVIEW_RPT'
           ACCEPT ANSWER-TEXT FROM ENVIRONMENT 'RPTVIEW_GEN'
           MOVE 0 TO START-GEN START-PAGE
           IF ANSWER-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
             COMPUTE START-GEN = FUNCTION NUMVAL(ANSWER-TEXT)
           END-IF
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT FROM ENVIRONMENT 'RPTVIEW_PAGE'
           IF ANSWER-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(ANSWER-TEXT) = 0
             COMPUTE START-PAGE = FUNCTION NUMVAL(ANSWER-TEXT)
           END-IF
           PERFORM LOAD-GENERATIONS
           IF GEN-CNT = 0
             DISPLAY 'NO GENERATION OF ' VIEW-PGM ' ' VIEW-RPT
                     ' ON THE CATALOG'
             EXIT SECTION
           END-IF
           MOVE GEN-CNT TO GEN-CUR
           PERFORM VARYING GEN-IX FROM 1 BY 1 UNTIL GEN-IX > GEN-CNT
             IF GT-GEN(GEN-IX) = START-GEN
               MOVE GEN-IX TO GEN-CUR
             END-IF
           END-PERFORM
           IF GT-GEN(GEN-CUR) NOT = START-GEN
             DISPLAY 'GENERATION ' START-GEN ' IS NOT ON THE CATALOG'
                     ' - SHOWING THE LATEST'
             MOVE 0 TO START-PAGE
           END-IF
           PERFORM BROWSE-GENERATIONS
           .

       LOAD-GENERATIONS SECTION.
           MOVE 0 TO GEN-CNT
           MOVE 'C' TO RPTCAT-RD-FLAG
               IF RPTCAT-REC(1:8) = VIEW-PGM
                  AND RPTCAT-REC(10:12) = VIEW-RPT
                  AND RPTCAT-REC(23:4) IS NUMERIC
                  AND RPTCAT-REC(185:4) NOT = 'HTML'
                  AND GEN-CNT < 200
                 ADD 1 TO GEN-CNT
                 MOVE RPTCAT-REC(23:4) TO GT-GEN(GEN-CNT)
                   MOVE 0 TO GT-DATE(GEN-CNT)
                 END-IF
                 MOVE RPTCAT-REC(63:80) TO GT-DSN(GEN-CNT)
                 MOVE RPTCAT-REC(144:40) TO GT-ARCH(GEN-CNT)
               END-IF
               PERFORM READ-RPTCAT-VIEW-REC
             END-PERFORM
           MOVE 'C' TO VIEWFILE-FLAG
           MOVE 'N' TO PAGE-STOP-FLAG
           OPEN INPUT VIEWFILE
           IF VIEWFILE-FS NOT = '00'
              AND GT-ARCH(GEN-CUR) NOT = SPACES
             PERFORM OPEN-FROM-ARCHIVE
           END-IF
           IF VIEWFILE-FS NOT = '00'
             DISPLAY '(REPORT FILE NO LONGER ON DISK - THE '
                     'CATALOG REMEMBERS WHAT RETENTION REMOVED)'
           ELSE
             MOVE 0 TO PAGE-LINES
             PERFORM READ-VIEWFILE-REC
             IF START-PAGE > 1
               PERFORM SKIP-TO-START-PAGE
             END-IF
             MOVE 0 TO START-PAGE
             PERFORM UNTIL VIEWFILE-EOF OR PAGE-STOPPED
               DISPLAY VIEWFILE-REC(1:100)
               ADD 1 TO PAGE-LINES
           END-IF
           .

       OPEN-FROM-ARCHIVE SECTION.
           MOVE GT-ARCH(GEN-CUR) TO RARC-DSN
           MOVE GT-GEN(GEN-CUR) TO RARC-GEN
           PERFORM EXTRACT-ARCH-MEMBER
           IF RARC-EXTRACTED
             DISPLAY '(PURGED FROM DISK - READ FROM ARCHIVE BUNDLE '
                     FUNCTION TRIM(RARC-DSN) ')'
             MOVE RARC-MEMB-DSN TO VIEW-DSN
             OPEN INPUT VIEWFILE
           ELSE
             DISPLAY '(ARCHIVE BUNDLE ' FUNCTION TRIM(RARC-DSN)
                     ' DOES NOT HOLD THIS GENERATION)'
           END-IF
           .

      *> PRTSRV's page header is the title line followed by
      *> 'RUN DATE yyyymmdd RUN run-id PAGE nnnn' at fixed offsets -
      *> the title is held back one record so the page starts whole.
       SKIP-TO-START-PAGE SECTION.
           MOVE SPACES TO HELD-REC
           PERFORM UNTIL VIEWFILE-EOF
                      OR (VIEWFILE-REC(1:9) = 'RUN DATE '
                          AND VIEWFILE-REC(39:6) = ' PAGE '
                          AND VIEWFILE-REC(45:4) = START-PAGE)
             MOVE VIEWFILE-REC TO HELD-REC
             PERFORM READ-VIEWFILE-REC
           END-PERFORM
           IF VIEWFILE-EOF
             DISPLAY '(PAGE ' START-PAGE ' NOT FOUND - SHOWING THE '
                     'REPORT FROM THE TOP)'
             CLOSE VIEWFILE
             MOVE 'C' TO VIEWFILE-FLAG
             OPEN INPUT VIEWFILE
             PERFORM READ-VIEWFILE-REC
           ELSE
             DISPLAY HELD-REC(1:100)
             MOVE 1 TO PAGE-LINES
           END-IF
           .

       READ-VIEWFILE-REC SECTION.
           READ VIEWFILE
           IF VIEWFILE-FS NOT = '00'

       READ-RPTCAT-VIEW-REC SECTION.
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
