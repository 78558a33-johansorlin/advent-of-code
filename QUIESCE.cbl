       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIESCE.

      *> Interactive maintenance for the system-wide maintenance
      *> switch (MAINTREG.txt - see MNTSFD.cpy), in the style of
      *> HOLDMNT: show the switch and its history, set it, clear
      *> it. Setting it takes a reason and the date and time the
      *> work is expected to be over; while it is set PZLCMNT,
      *> CERTMNT, CATPROMO, TOLMNT, EXCPWB and SUBMAINT refuse new
      *> work, RUNALL, CLOSEJOB and OPMENU refuse to start, and
      *> RUNQMNT queues requests that RUNALL holds until the switch
      *> is cleared here. OPSTAT
      *> shows the switch at the top of its screen, and OVERDUE
      *> once the expected end has passed. The operator must hold
      *> the MAINTENANCE function on OPERAUTH.txt. Sets and clears
      *> are appended, never rewritten, and each is written to the
      *> audit log and the message log. Refused in the sandbox -
      *> the register is not redirected, so a switch set there
      *> would quiesce production.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY AUTHSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY AUTHFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY MNTSWS.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 TODAY-DATE      PIC 9(8).
           05 NOW-TIME        PIC 9(8).
           05 ENT-END-DATE    PIC X(8).
           05 ENT-END-TIME    PIC X(4).
           05 ENT-DATE-NUM    PIC 9(8).
           05 ENT-HH          PIC 99.
           05 ENT-MM          PIC 99.
           05 ENT-REASON      PIC X(40).
           05 ENT-ACTION      PIC X.
           05 HIST-CNT        PIC 9(4).
           05 NOW-STAMP       PIC X(12).
           05 END-STAMP       PIC X(12).

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

           IF SANDBOX-ACTIVE
             DISPLAY 'QUIESCE: SANDBOX MODE IS ACTIVE - THE '
                     'MAINTENANCE SWITCH COVERS PRODUCTION TOO, SO '
                     'IT IS NOT SET OR CLEARED FROM THE SANDBOX; '
                     'UNSET SANDBOX_MODE TO USE IT'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             IF ANSWER-TEXT NOT = SPACES
               MOVE ANSWER-TEXT TO OPERATOR-ID
             END-IF
           END-IF

      *> The switch stops the whole shop - authority is checked
      *> before the menu shows.
           MOVE 'QUIESCE' TO AUDT-PGM
           MOVE 'MAINTENANCE' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           MOVE 'N' TO EXIT-FLAG
           PERFORM UNTIL EXIT-REQUESTED
             PERFORM DISPLAY-MENU
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM SHOW-SWITCH
               WHEN '2'
                 PERFORM SET-SWITCH
               WHEN '3'
                 PERFORM CLEAR-SWITCH
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
           DISPLAY 'SYSTEM MAINTENANCE SWITCH - OPERATOR ' OPERATOR-ID
           DISPLAY ' 1. SHOW THE SWITCH AND ITS HISTORY'
           DISPLAY ' 2. SET THE SWITCH (QUIESCE THE SYSTEM)'
           DISPLAY ' 3. CLEAR THE SWITCH'
           DISPLAY ' 0. EXIT'
           DISPLAY 'SELECTION: ' WITH NO ADVANCING
           .

      *> The state in force, then every set and clear on the
      *> register oldest first.
       SHOW-SWITCH SECTION.
           PERFORM LOAD-MAINT-STATE
           IF MAINT-ACTIVE
             PERFORM SHOW-MAINT-BANNER
             PERFORM CHECK-OVERDUE
           ELSE
             DISPLAY 'THE MAINTENANCE SWITCH IS CLEAR - THE SYSTEM '
                     'IS TAKING WORK'
           END-IF

           MOVE 0 TO HIST-CNT
           MOVE 'C' TO MAINTREG-FLAG
           OPEN INPUT MAINTREG
           IF MAINTREG-FS NOT = '00'
             DISPLAY 'NO SWITCH HISTORY - MAINTREG.TXT NOT FOUND'
             EXIT SECTION
           END-IF
           PERFORM READ-MAINTREG-REC
           PERFORM UNTIL MAINTREG-EOF
             IF MAINTREG-REC(1:1) = 'S' OR MAINTREG-REC(1:1) = 'C'
               IF HIST-CNT = 0
                 DISPLAY 'ACT DATE     TIME BY       EXPECTED END  '
                         'REASON / NOTE'
               END-IF
               ADD 1 TO HIST-CNT
               IF MAINTREG-REC(1:1) = 'S'
                 DISPLAY 'SET ' MAINTREG-REC(3:8) ' '
                         MAINTREG-REC(12:4) ' ' MAINTREG-REC(21:8)
                         ' ' MAINTREG-REC(47:8) ' '
                         MAINTREG-REC(56:4) ' '
                         FUNCTION TRIM(MAINTREG-REC(61:40))
               ELSE
                 DISPLAY 'CLR ' MAINTREG-REC(3:8) ' '
                         MAINTREG-REC(12:4) ' ' MAINTREG-REC(21:8)
                         '               '
                         FUNCTION TRIM(MAINTREG-REC(61:40))
               END-IF
             END-IF
             PERFORM READ-MAINTREG-REC
           END-PERFORM
           CLOSE MAINTREG
           IF HIST-CNT = 0
             DISPLAY 'NO SWITCH HISTORY - THE SWITCH HAS NEVER BEEN '
                     'SET'
           END-IF
           .

       CHECK-OVERDUE SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE SPACES TO NOW-STAMP END-STAMP
           STRING TODAY-DATE NOW-TIME(1:4) DELIMITED BY SIZE
                  INTO NOW-STAMP
           STRING MNTS-END-DATE MNTS-END-TIME DELIMITED BY SIZE
                  INTO END-STAMP
           IF END-STAMP < NOW-STAMP
             DISPLAY '*** THE EXPECTED END HAS PASSED - CLEAR THE '
                     'SWITCH OR SET IT AGAIN WITH A NEW END ***'
           END-IF
           .

      *> Setting an already-set switch is allowed - it is how the
      *> reason or the expected end is revised; the last set on
      *> the register is the one in force.
       SET-SWITCH SECTION.
           PERFORM LOAD-MAINT-STATE
           IF MAINT-ACTIVE
             PERFORM SHOW-MAINT-BANNER
             DISPLAY 'THE SWITCH IS ALREADY SET - A NEW SET REVISES '
                     'ITS REASON AND EXPECTED END'
           END-IF
           PERFORM ACCEPT-SETTING
           IF NOT ENTRY-VALID
             EXIT SECTION
           END-IF

           MOVE 'S' TO ENT-ACTION
           PERFORM APPEND-MAINTREG
           IF MAINTREG-FS NOT = '00'
             EXIT SECTION
           END-IF

           PERFORM OPEN-AUDTLOG
           MOVE 'MAINTON' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           MOVE 'MN0001' TO MSG-ID
           MOVE 'W' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING 'MAINTENANCE SWITCH SET BY '
                  FUNCTION TRIM(OPERATOR-ID)
                  ' UNTIL ' ENT-END-DATE ' ' ENT-END-TIME ': '
                  FUNCTION TRIM(ENT-REASON)
                  DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM SEND-MAINT-MESSAGE
           DISPLAY 'MAINTENANCE SWITCH SET - NEW WORK IS REFUSED '
                   'UNTIL IT IS CLEARED'
           .

      *> Reason and expected end. The end is a calendar date and a
      *> 24-hour HHMM and may not already be past - a switch with
      *> no end in sight is the one nobody remembers to clear.
       ACCEPT-SETTING SECTION.
           MOVE 'N' TO ENT-OK-FLAG
           MOVE SPACES TO ENT-END-DATE ENT-END-TIME ENT-REASON
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME

           DISPLAY 'REASON (THE WORK BEING DONE): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO ENT-REASON
           IF ENT-REASON = SPACES
             DISPLAY 'A REASON IS REQUIRED - SWITCH NOT SET'
             EXIT SECTION
           END-IF

           DISPLAY 'EXPECTED END DATE YYYYMMDD: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO ENT-END-DATE
           IF ENT-END-DATE IS NOT NUMERIC
              OR ANSWER-TEXT(9:1) NOT = SPACE
             DISPLAY 'A DATE IS YYYYMMDD - SWITCH NOT SET'
             EXIT SECTION
           END-IF
           MOVE ENT-END-DATE TO ENT-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(ENT-DATE-NUM) NOT = 0
             DISPLAY ENT-END-DATE ' IS NOT A CALENDAR DATE - SWITCH '
                     'NOT SET'
             EXIT SECTION
           END-IF

           DISPLAY 'EXPECTED END TIME HHMM: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO ENT-END-TIME
           IF ENT-END-TIME IS NOT NUMERIC
              OR ANSWER-TEXT(5:1) NOT = SPACE
             DISPLAY 'A TIME IS HHMM - SWITCH NOT SET'
             EXIT SECTION
           END-IF
           MOVE ENT-END-TIME(1:2) TO ENT-HH
           MOVE ENT-END-TIME(3:2) TO ENT-MM
           IF ENT-HH > 23 OR ENT-MM > 59
             DISPLAY ENT-END-TIME ' IS NOT A TIME OF DAY - SWITCH '
                     'NOT SET'
             EXIT SECTION
           END-IF

           MOVE SPACES TO NOW-STAMP END-STAMP
           STRING TODAY-DATE NOW-TIME(1:4) DELIMITED BY SIZE
                  INTO NOW-STAMP
           STRING ENT-END-DATE ENT-END-TIME DELIMITED BY SIZE
                  INTO END-STAMP
           IF END-STAMP NOT > NOW-STAMP
             DISPLAY 'THE EXPECTED END IS ALREADY PAST - SWITCH NOT '
                     'SET'
             EXIT SECTION
           END-IF
           SET ENTRY-VALID TO TRUE
           .

       CLEAR-SWITCH SECTION.
           PERFORM LOAD-MAINT-STATE
           IF NOT MAINT-ACTIVE
             DISPLAY 'THE MAINTENANCE SWITCH IS NOT SET - REGISTER '
                     'UNCHANGED'
             EXIT SECTION
           END-IF
           PERFORM SHOW-MAINT-BANNER

           DISPLAY 'CLEARING NOTE (WHAT WAS DONE): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO ENT-REASON
           IF ENT-REASON = SPACES
             DISPLAY 'A CLEARING NOTE IS REQUIRED - SWITCH STILL SET'
             EXIT SECTION
           END-IF
           MOVE SPACES TO ENT-END-DATE ENT-END-TIME

           MOVE 'C' TO ENT-ACTION
           PERFORM APPEND-MAINTREG
           IF MAINTREG-FS NOT = '00'
             EXIT SECTION
           END-IF

           PERFORM OPEN-AUDTLOG
           MOVE 'MAINTOFF' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           MOVE 'MN0002' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING 'MAINTENANCE SWITCH SET BY '
                  FUNCTION TRIM(MNTS-OPER) ' ON ' MNTS-DATE
                  ' CLEARED BY ' FUNCTION TRIM(OPERATOR-ID) ': '
                  FUNCTION TRIM(ENT-REASON)
                  DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM SEND-MAINT-MESSAGE
           DISPLAY 'MAINTENANCE SWITCH CLEARED - THE SYSTEM IS '
                   'TAKING WORK'
           .

       APPEND-MAINTREG SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           OPEN EXTEND MAINTREG
           IF MAINTREG-FS = '35'
             OPEN OUTPUT MAINTREG
           END-IF
           IF MAINTREG-FS NOT = '00'
             DISPLAY 'MAINTREG.TXT COULD NOT BE OPENED, STATUS '
                     MAINTREG-FS ' - SWITCH UNCHANGED'
             EXIT SECTION
           END-IF
           MOVE SPACES TO MAINTREG-REC
           MOVE ENT-ACTION TO MAINTREG-REC(1:1)
           MOVE TODAY-DATE TO MAINTREG-REC(3:8)
           MOVE NOW-TIME TO MAINTREG-REC(12:8)
           MOVE OPERATOR-ID TO MAINTREG-REC(21:8)
           MOVE RUN-ID TO MAINTREG-REC(30:16)
           MOVE ENT-END-DATE TO MAINTREG-REC(47:8)
           MOVE ENT-END-TIME TO MAINTREG-REC(56:4)
           MOVE ENT-REASON TO MAINTREG-REC(61:40)
           WRITE MAINTREG-REC
           CLOSE MAINTREG
           .

       SEND-MAINT-MESSAGE SECTION.
           MOVE 'QUIESCE' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

       COPY MNTSCK.

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
