       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRMNT.

      *> Interactive maintenance for the program release register
      *> (RELREG.txt - see RELRFD.cpy), in the style of CERTMNT:
      *> list the register and approve a build onto it. The build
      *> offered is the compile stamp on the program's latest START
      *> record on AUDTLOG.txt - the build just run in test is the
      *> build being approved, so the stamp is read, not typed -
      *> though an operator may key a different stamp. The approver
      *> is the session operator, who must hold the RELEASE
      *> function on OPERAUTH.txt; the effective date defaults to
      *> today. Approvals are appended, never rewritten, so the
      *> register is also the history of who let which build loose
      *> and when. Once the register exists, RUNALL grades RC 8 any
      *> step that ran a build it does not approve.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RELRSEL.

           COPY AUTHSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY RELRFD.

       COPY AUTHFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RELRWS.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 ENT-PGM         PIC X(8).
           05 ENT-BUILD       PIC X(16).
           05 ENT-EFF-DATE    PIC X(8).
           05 ENT-EFF-NUM     PIC 9(8).
           05 ENT-NOTE        PIC X(30).
           05 SEEN-BUILD      PIC X(16).
           05 SEEN-RUN        PIC X(16).
           05 REG-CNT         PIC 9(4).

       COPY MSGCWS.

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 ENT-OK-FLAG     PIC X    VALUE 'N'.
              88 ENTRY-VALID           VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             IF ANSWER-TEXT NOT = SPACES
               MOVE ANSWER-TEXT TO OPERATOR-ID
             END-IF
           END-IF

      *> Approving a build decides what code runs in production -
      *> authority is checked before the menu shows.
           MOVE 'RELRMNT' TO AUDT-PGM
           MOVE 'RELEASE' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           MOVE 'N' TO EXIT-FLAG
           PERFORM UNTIL EXIT-REQUESTED
             PERFORM DISPLAY-MENU
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM LIST-REGISTER
               WHEN '2'
                 PERFORM APPROVE-BUILD
               WHEN '0'
                 SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           GOBACK
           .

       DISPLAY-MENU SECTION.
           DISPLAY ' '
           DISPLAY 'PROGRAM RELEASE REGISTER - OPERATOR ' OPERATOR-ID
           DISPLAY ' 1. LIST THE REGISTER'
           DISPLAY ' 2. APPROVE A BUILD'
           DISPLAY ' 0. EXIT'
           DISPLAY 'SELECTION: ' WITH NO ADVANCING
           .

       LIST-REGISTER SECTION.
           MOVE 0 TO REG-CNT
           MOVE 'C' TO RELREG-FLAG
           OPEN INPUT RELREG
           IF RELREG-FS = '00'
             DISPLAY 'PROGRAM  BUILD            APPROVER EFFECTIVE '
                     'NOTE'
             PERFORM READ-RELREG-REC
             PERFORM UNTIL RELREG-EOF
               IF RELREG-REC(1:1) NOT = '*'
                  AND RELREG-REC NOT = SPACES
                 ADD 1 TO REG-CNT
                 DISPLAY RELREG-REC(1:8) ' ' RELREG-REC(10:16) ' '
                         RELREG-REC(27:8) ' ' RELREG-REC(36:8) '  '
                         FUNCTION TRIM(RELREG-REC(62:30))
               END-IF
               PERFORM READ-RELREG-REC
             END-PERFORM
             CLOSE RELREG
           END-IF
           IF REG-CNT = 0
             DISPLAY 'NO BUILDS APPROVED YET - UNTIL THE FIRST IS, '
                     'RUNALL DOES NOT CHECK BUILDS'
           END-IF
           .

       APPROVE-BUILD SECTION.
           PERFORM ACCEPT-APPROVAL
           IF NOT ENTRY-VALID
             EXIT SECTION
           END-IF

           MOVE ENT-PGM TO RELR-PGM
           MOVE ENT-BUILD TO RELR-BUILD
           PERFORM CHECK-RELEASE
           IF RELR-APPROVED
             DISPLAY 'BUILD ' ENT-BUILD ' OF ' FUNCTION TRIM(ENT-PGM)
                     ' IS ALREADY APPROVED BY ' RELR-APPROVER
                     ' FROM ' RELR-EFF-DATE ' - REGISTER UNCHANGED'
             EXIT SECTION
           END-IF

           OPEN EXTEND RELREG
           IF RELREG-FS = '35'
             OPEN OUTPUT RELREG
           END-IF
           IF RELREG-FS NOT = '00'
             DISPLAY 'RELREG.TXT COULD NOT BE OPENED, STATUS '
                     RELREG-FS ' - REGISTER UNCHANGED'
             EXIT SECTION
           END-IF
           MOVE SPACES TO RELREG-REC
           MOVE ENT-PGM TO RELREG-REC(1:8)
           MOVE ENT-BUILD TO RELREG-REC(10:16)
           MOVE OPERATOR-ID TO RELREG-REC(27:8)
           MOVE ENT-EFF-DATE TO RELREG-REC(36:8)
           MOVE RUN-ID TO RELREG-REC(45:16)
           MOVE ENT-NOTE TO RELREG-REC(62:30)
           WRITE RELREG-REC
           CLOSE RELREG

           PERFORM OPEN-AUDTLOG
           MOVE 'APPROVE' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           MOVE 'RR0001' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE 'RELRMNT' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           STRING FUNCTION TRIM(ENT-PGM) ' BUILD ' ENT-BUILD
                  ' APPROVED BY ' FUNCTION TRIM(OPERATOR-ID)
                  ' EFFECTIVE ' ENT-EFF-DATE
                  INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

      *> Program, build, effective date and note. A blank build
      *> takes the stamp last seen on the audit log; a stamp is the
      *> 16 digits YYYYMMDDHHMMSSss of WHEN-COMPILED, nothing else.
       ACCEPT-APPROVAL SECTION.
           MOVE 'N' TO ENT-OK-FLAG
           DISPLAY 'PROGRAM: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO ENT-PGM
           IF ENT-PGM = SPACES
             DISPLAY 'A PROGRAM NAME IS REQUIRED'
             EXIT SECTION
           END-IF

           PERFORM FIND-LATEST-BUILD
           IF SEEN-BUILD = SPACES
             DISPLAY 'NO STAMPED START RECORD FOR '
                     FUNCTION TRIM(ENT-PGM) ' ON AUDTLOG.TXT'
           ELSE
             DISPLAY 'LATEST BUILD RUN: ' SEEN-BUILD ' (RUN '
                     SEEN-RUN ')'
           END-IF
           DISPLAY 'BUILD STAMP (BLANK = LATEST RUN): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT = SPACES
             MOVE SEEN-BUILD TO ENT-BUILD
           ELSE
             MOVE ANSWER-TEXT TO ENT-BUILD
           END-IF
           IF ENT-BUILD IS NOT NUMERIC
             DISPLAY 'A BUILD STAMP IS 16 DIGITS YYYYMMDDHHMMSSSS'
             EXIT SECTION
           END-IF

           ACCEPT RELR-TODAY FROM DATE YYYYMMDD
           DISPLAY 'EFFECTIVE DATE YYYYMMDD (BLANK = TODAY): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT = SPACES
             MOVE RELR-TODAY TO ENT-EFF-DATE
           ELSE
             MOVE ANSWER-TEXT TO ENT-EFF-DATE
           END-IF
           IF ENT-EFF-DATE IS NOT NUMERIC
              OR ANSWER-TEXT(9:1) NOT = SPACE
             DISPLAY 'EFFECTIVE DATE MUST BE YYYYMMDD'
             EXIT SECTION
           END-IF
           MOVE ENT-EFF-DATE TO ENT-EFF-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(ENT-EFF-NUM) NOT = 0
             DISPLAY 'EFFECTIVE DATE IS NOT A CALENDAR DATE'
             EXIT SECTION
           END-IF

           DISPLAY 'NOTE (CHANGE REFERENCE): ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO ENT-NOTE
           SET ENTRY-VALID TO TRUE
           .

       FIND-LATEST-BUILD SECTION.
           MOVE SPACES TO SEEN-BUILD SEEN-RUN
           MOVE 'C' TO RELR-AUDT-FLAG
           OPEN INPUT AUDTLOG
           IF AUDTLOG-FS = '00'
             PERFORM RELR-READ-AUDTLOG
             PERFORM UNTIL RELR-AUDT-EOF
               IF AUDTLOG-REC(1:8) = ENT-PGM
                  AND AUDTLOG-REC(28:8) = 'START'
                  AND AUDTLOG-REC(71:16) NOT = SPACES
                 MOVE AUDTLOG-REC(71:16) TO SEEN-BUILD
                 MOVE AUDTLOG-REC(45:16) TO SEEN-RUN
               END-IF
               PERFORM RELR-READ-AUDTLOG
             END-PERFORM
             CLOSE AUDTLOG
           END-IF
           .

       COPY RELRRD.

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
