       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDMNT.

      *> Interactive maintenance for the operator credential master
      *> OPERCRED.txt (CREDFD.cpy), in the style of CERTMNT. Any
      *> operator may change their own PIN here. Enrolling an
      *> operator, resetting a forgotten or locked-out PIN and
      *> listing the master are security-admin work: the operator
      *> must prove their own PIN and hold SECADMIN in OPERAUTH.txt
      *> before either option does anything, and a refusal is on the
      *> security log and the audit log like any other. The master
      *> itself is only ever written by CREDSRV.cbl - this program
      *> reads it for the listing and hands every change to the
      *> service, so the hashing and the security log stay in one
      *> place. A reset issues a temporary PIN that the operator
      *> must change at their next sign-on.
      *>
      *> Bootstrap: while the master has no operator on it every
      *> sign-on passes, so the first security admin enrolls
      *> themselves here and changes the temporary PIN at their
      *> next OPMENU sign-on. A security admin may not reset their
      *> own enrolled PIN - option 1 is for that, and it wants the
      *> current one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CREDSEL.

           COPY AUTHSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CREDFD.

       COPY AUTHFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           05 OPERCRED-FS     PIC XX.
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 TARGET-OPER     PIC X(8).
           05 TEMP-PIN        PIC X(8).
           05 TEMP-PIN2       PIC X(8).
           05 TODAY-DATE      PIC 9(8).
           05 TODAY-INT       PIC 9(8).
           05 PIN-AGE         PIC 9(5).
           05 PIN-AGE-ED      PIC ZZZZ9.
           05 CRED-IX         PIC S9(4) COMP.
           05 CRED-CNT        PIC S9(4) COMP VALUE 0.
           05 ENROLLED-CNT    PIC 9(4).
           05 LOCKED-CNT      PIC 9(4).
           05 DUE-CNT         PIC 9(4).
           05 AGE-NOTE        PIC X(16).
      *> The master as CREDSRV last wrote it, operator lines only,
      *> reloaded before every listing.
           05 CRED-TBL OCCURS 200 TIMES.
              10 CT-OPER      PIC X(8).
              10 CT-PIN-DATE  PIC X(8).
              10 CT-PIN-DATE-N REDEFINES CT-PIN-DATE
                              PIC 9(8).
              10 CT-FAILS     PIC X(2).
              10 CT-LOCKED    PIC X.
              10 CT-MUST-CHG  PIC X.
              10 CT-LOCK-DATE PIC X(8).
              10 CT-LOCK-TIME PIC X(8).

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 ADMIN-FLAG      PIC X    VALUE 'U'.
              88 ADMIN-UNCHECKED       VALUE 'U'.
              88 ADMIN-CONFIRMED       VALUE 'Y'.
              88 ADMIN-REFUSED         VALUE 'N'.
           05 OPERCRED-FLAG   PIC X    VALUE 'C'.
              88 OPERCRED-EOF          VALUE 'E'.
           05 SELF-FLAG       PIC X    VALUE 'N'.
              88 SELF-ENROLLED         VALUE 'Y'.

       COPY CREDPOL.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             IF ANSWER-TEXT NOT = SPACES
               MOVE ANSWER-TEXT TO OPERATOR-ID
             END-IF
           END-IF
           MOVE 'CREDMNT' TO AUDT-PGM

           PERFORM UNTIL EXIT-REQUESTED
             PERFORM DISPLAY-MENU
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM CHANGE-MY-PIN
               WHEN '2'
                 PERFORM CHECK-ADMIN
                 IF ADMIN-CONFIRMED
                   PERFORM RESET-AN-OPERATOR
                 END-IF
               WHEN '3'
                 PERFORM CHECK-ADMIN
                 IF ADMIN-CONFIRMED
                   PERFORM LIST-CREDENTIALS
                 END-IF
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
           DISPLAY 'OPERATOR CREDENTIAL MAINTENANCE - OPERATOR '
                   OPERATOR-ID
           DISPLAY ' 1. CHANGE MY PIN'
           DISPLAY ' 2. ENROLL OR RESET AN OPERATOR (SECURITY ADMIN)'
           DISPLAY ' 3. LIST OPERATOR CREDENTIAL STATUS '
                   '(SECURITY ADMIN)'
           DISPLAY ' 0. EXIT'
           DISPLAY 'SELECTION: ' WITH NO ADVANCING
           .

      *> The service asks for the current PIN and the new one twice.
       CHANGE-MY-PIN SECTION.
           MOVE 'C' TO CRED-ACTION
           MOVE OPERATOR-ID TO CRED-OPER
           MOVE 'CREDMNT' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE SPACES TO CRED-FUNC CRED-BY CRED-PIN
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL
           IF NOT CRED-VERIFIED
             DISPLAY 'PIN NOT CHANGED: ' FUNCTION TRIM(CRED-REASON)
           END-IF
           .

      *> Checked once per session, the first time an admin option is
      *> chosen: the operator's own PIN through the service, then
      *> SECADMIN in OPERAUTH.txt. A refusal stays refused for the
      *> rest of the session, and is logged once.
       CHECK-ADMIN SECTION.
           IF ADMIN-REFUSED
             DISPLAY 'SECURITY ADMIN FUNCTIONS ARE NOT AVAILABLE TO '
                     OPERATOR-ID
             EXIT SECTION
           END-IF
           IF ADMIN-CONFIRMED
             EXIT SECTION
           END-IF
           SET ADMIN-REFUSED TO TRUE
           MOVE 'SECADMIN' TO AUTH-FUNC
           MOVE 'V' TO CRED-ACTION
           MOVE OPERATOR-ID TO CRED-OPER
           MOVE 'CREDMNT' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE AUTH-FUNC TO CRED-FUNC
           MOVE SPACES TO CRED-BY CRED-PIN
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL
           IF NOT CRED-VERIFIED
             DISPLAY 'SIGN-ON REFUSED FOR OPERATOR ' OPERATOR-ID
                     ': ' FUNCTION TRIM(CRED-REASON)
             PERFORM LOG-ADMIN-DENIED
             EXIT SECTION
           END-IF
           PERFORM CHECK-OPER-AUTH
           IF NOT AUTH-GRANTED
             DISPLAY 'AUTHORIZATION REFUSED: OPERATOR '
                     OPERATOR-ID ' IS NOT PROFILED FOR SECADMIN'
                     ' - SEE OPERAUTH.TXT'
             MOVE 'L' TO CRED-ACTION
             MOVE 'DENIED' TO CRED-EVENT
             MOVE 'NOT PROFILED FOR THE FUNCTION IN OPERAUTH.TXT'
               TO CRED-DETAIL
             CALL 'CREDSRV' USING CRED-CTL
             END-CALL
             PERFORM LOG-ADMIN-DENIED
             EXIT SECTION
           END-IF
           SET ADMIN-CONFIRMED TO TRUE
           .

       LOG-ADMIN-DENIED SECTION.
           PERFORM OPEN-AUDTLOG
           MOVE 'DENIED' TO AUDT-EVENT
           MOVE 8 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           .

      *> Enroll a new operator or reset an existing one with a
      *> temporary PIN, entered twice. The service applies the PIN
      *> rules, unlocks the id and forces the change at sign-on.
       RESET-AN-OPERATOR SECTION.
           DISPLAY 'OPERATOR ID TO ENROLL OR RESET: '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO TARGET-OPER
           IF TARGET-OPER = SPACES OR TARGET-OPER = 'UNKNOWN'
              OR TARGET-OPER(1:1) = '*'
             DISPLAY 'NOT A VALID OPERATOR ID'
             EXIT SECTION
           END-IF
           IF TARGET-OPER = OPERATOR-ID
             PERFORM LOAD-CREDENTIALS
             PERFORM VARYING CRED-IX FROM 1 BY 1
                       UNTIL CRED-IX > CRED-CNT
               IF CT-OPER(CRED-IX) = OPERATOR-ID
                 SET SELF-ENROLLED TO TRUE
               END-IF
             END-PERFORM
             IF SELF-ENROLLED
               DISPLAY 'YOU MAY NOT RESET YOUR OWN PIN - USE OPTION 1'
               EXIT SECTION
             END-IF
           END-IF
           DISPLAY 'TEMPORARY PIN (' CRED-MIN-LEN ' TO 8 DIGITS): '
                   WITH NO ADVANCING
           MOVE SPACES TO TEMP-PIN
           ACCEPT TEMP-PIN
           DISPLAY 'TEMPORARY PIN AGAIN: ' WITH NO ADVANCING
           MOVE SPACES TO TEMP-PIN2
           ACCEPT TEMP-PIN2
           IF TEMP-PIN NOT = TEMP-PIN2
             DISPLAY 'THE TWO PINS DO NOT MATCH - NOTHING CHANGED'
             EXIT SECTION
           END-IF
           MOVE 'R' TO CRED-ACTION
           MOVE TARGET-OPER TO CRED-OPER
           MOVE 'CREDMNT' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE SPACES TO CRED-FUNC
           MOVE TEMP-PIN TO CRED-PIN
           MOVE OPERATOR-ID TO CRED-BY
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL
           MOVE SPACES TO CRED-PIN TEMP-PIN TEMP-PIN2
           IF CRED-VERIFIED
             DISPLAY 'OPERATOR ' FUNCTION TRIM(TARGET-OPER)
                     ' HOLDS A TEMPORARY PIN - THE CHANGE IS FORCED'
                     ' AT THEIR NEXT SIGN-ON'
           ELSE
             DISPLAY 'NOTHING CHANGED: ' FUNCTION TRIM(CRED-REASON)
           END-IF
           .

      *> One line per enrolled operator: PIN age against the policy,
      *> wrong PINs since the last good one, lock and forced-change
      *> marks. The PINs themselves are never shown - only the hash
      *> is on file.
       LIST-CREDENTIALS SECTION.
           PERFORM LOAD-CREDENTIALS
           IF CRED-CNT = 0
             DISPLAY 'NO OPERATOR IS ENROLLED - SIGN-ON IS OPEN'
             EXIT SECTION
           END-IF
           MOVE 0 TO LOCKED-CNT DUE-CNT
           DISPLAY 'OPERATOR  PIN SET   AGE  FAILS LOCKED SINCE'
                   '           NOTE'
           PERFORM VARYING CRED-IX FROM 1 BY 1
                     UNTIL CRED-IX > CRED-CNT
             MOVE SPACES TO AGE-NOTE
             MOVE 0 TO PIN-AGE
             IF CT-PIN-DATE-N(CRED-IX) IS NUMERIC
                AND CT-PIN-DATE-N(CRED-IX) > 0
               COMPUTE PIN-AGE = TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(CT-PIN-DATE-N(CRED-IX))
             END-IF
             MOVE PIN-AGE TO PIN-AGE-ED
             IF CT-MUST-CHG(CRED-IX) = 'Y'
               MOVE 'TEMPORARY PIN' TO AGE-NOTE
               ADD 1 TO DUE-CNT
             ELSE
               IF PIN-AGE > CRED-MAX-DAYS
                 MOVE 'CHANGE OVERDUE' TO AGE-NOTE
                 ADD 1 TO DUE-CNT
               END-IF
             END-IF
             IF CT-LOCKED(CRED-IX) = 'Y'
               ADD 1 TO LOCKED-CNT
               DISPLAY CT-OPER(CRED-IX) '  ' CT-PIN-DATE(CRED-IX)
                       ' ' PIN-AGE-ED '  ' CT-FAILS(CRED-IX)
                       '    YES   ' CT-LOCK-DATE(CRED-IX) ' '
                       CT-LOCK-TIME(CRED-IX) ' ' AGE-NOTE
             ELSE
               DISPLAY CT-OPER(CRED-IX) '  ' CT-PIN-DATE(CRED-IX)
                       ' ' PIN-AGE-ED '  ' CT-FAILS(CRED-IX)
                       '    NO                     ' AGE-NOTE
             END-IF
           END-PERFORM
           MOVE CRED-CNT TO ENROLLED-CNT
           DISPLAY ENROLLED-CNT ' OPERATOR(S) ENROLLED, ' LOCKED-CNT
                   ' LOCKED, ' DUE-CNT ' DUE A PIN CHANGE (POLICY '
                   CRED-MAX-DAYS ' DAYS, LOCK AT ' CRED-MAX-FAILS
                   ' WRONG PINS)'
           .

       LOAD-CREDENTIALS SECTION.
           MOVE 0 TO CRED-CNT
           MOVE 'C' TO OPERCRED-FLAG
           OPEN INPUT OPERCRED
           IF OPERCRED-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-OPERCRED-REC
           PERFORM UNTIL OPERCRED-EOF
             IF OPERCRED-REC NOT = SPACES
                AND OPERCRED-REC(1:1) NOT = '*'
                AND CRED-CNT < 200
               ADD 1 TO CRED-CNT
               MOVE OPERCRED-REC(1:8) TO CT-OPER(CRED-CNT)
               MOVE OPERCRED-REC(20:8) TO CT-PIN-DATE(CRED-CNT)
               MOVE OPERCRED-REC(29:2) TO CT-FAILS(CRED-CNT)
               MOVE OPERCRED-REC(32:1) TO CT-LOCKED(CRED-CNT)
               MOVE OPERCRED-REC(34:1) TO CT-MUST-CHG(CRED-CNT)
               MOVE OPERCRED-REC(36:8) TO CT-LOCK-DATE(CRED-CNT)
               MOVE OPERCRED-REC(45:8) TO CT-LOCK-TIME(CRED-CNT)
             END-IF
             PERFORM READ-OPERCRED-REC
           END-PERFORM
           CLOSE OPERCRED
           .

       READ-OPERCRED-REC SECTION.
           READ OPERCRED
           IF OPERCRED-FS NOT = '00'
             SET OPERCRED-EOF TO TRUE
           END-IF
           .

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
