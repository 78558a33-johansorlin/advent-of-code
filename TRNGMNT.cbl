       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNGMNT.

      *> Operator training and grants, in the style of CREDMNT.
      *> OPERAUTH.txt was hand-edited, so RESTORE could be given to
      *> an operator who had never run MSTRREST even in the sandbox.
      *> The training master TRNGMST.txt lists each function's
      *> required exercises and the training log TRNGLOG.txt holds
      *> every sandbox completion (see TRNGSRV.cbl); here:
      *>   1  shows an operator's training record
      *>   2  a supervisor signs off a trainee's completed exercises
      *>      for a function - after proving their own PIN, holding
      *>      that function in OPERAUTH.txt themselves, and never for
      *>      their own record
      *>   3  a security admin (SECADMIN, PIN proven as in CREDMNT)
      *>      grants a function, appending OPER FUNCTION to
      *>      OPERAUTH.txt - refused until every exercise the master
      *>      requires for it is done and signed off for the
      *>      operator; the grant and every refusal are on the
      *>      security log
      *>   4  prints the qualification matrix, report family
      *>      TRNGMTX: every operator known to the credential master,
      *>      the permissions master or the training log against
      *>      every function on the training master. A grant held
      *>      without signed training - put in by hand, or by a '*'
      *>      rule - is marked GRANTED*, raises TR0001 and ends the
      *>      run RC 4.
      *> TRNGMNT_MODE=MATRIX prints the matrix unattended and ends.
      *> The menu writes production files that the sandbox switch
      *> does not redirect, so it is refused under the sandbox.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CREDSEL.

           COPY AUTHSEL.

           COPY AUDTSEL.

           SELECT TRNGLOG ASSIGN TO 'TRNGLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRNGLOG-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CREDFD.

       COPY AUTHFD.

       COPY AUDTFD.

       FD  TRNGLOG.
       01  TRNGLOG-REC        PIC X(100).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           COPY RPGNWS.
           05 OPERCRED-FS     PIC XX.
           05 TRNGLOG-FS      PIC XX.
           05 MODE-TEXT       PIC X(8).
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 CONFIRM-ANS     PIC X(2).
           05 TARGET-OPER     PIC X(8).
           05 TARGET-FUNC     PIC X(14).
           05 STATE-TEXT      PIC X(30).
           05 CELL-TEXT       PIC X(14).
           05 CELL-POS        PIC S9(4) COMP.
           05 SIGNED-ED       PIC Z9.
           05 EX-CNT-ED       PIC Z9.
           05 OPER-CNT-ED     PIC 9(4).
           05 UNQUAL-CNT      PIC 9(4).
           05 QUAL-CNT        PIC 9(4).
           05 GRANT-OK-CNT    PIC 9(4).
           05 AUTH-LINE-CNT   PIC 9(4).
           05 HOLD-KIND       PIC X.
           05 EX-IX           PIC S9(4) COMP.
           05 FN-IX           PIC S9(4) COMP.
           05 KF-IX           PIC S9(4) COMP.
      *> The functions on the training master, the matrix columns.
           05 MX-FUNC-CNT     PIC S9(4) COMP.
           05 MX-FUNC         PIC X(14) OCCURS 10 TIMES.
      *> Operators for the matrix, kept in id order.
           05 OP-CNT          PIC S9(4) COMP VALUE 0.
           05 OP-IX           PIC S9(4) COMP.
           05 OP-JX           PIC S9(4) COMP.
           05 NEW-OPER        PIC X(8).
           05 OP-ID           PIC X(8) OCCURS 300 TIMES.
      *> The grant lines on OPERAUTH.txt.
           05 GR-CNT          PIC S9(4) COMP VALUE 0.
           05 GR-IX           PIC S9(4) COMP.
           05 GR-ENT OCCURS 300 TIMES.
              10 GR-OPER      PIC X(8).
              10 GR-FUNC      PIC X(14).

      *> The functions OPERAUTH.txt may name (AUTHFD.cpy) - kept out
      *> of WORKSPACE so its INITIALIZE cannot blank them.
       01  KNOWN-FUNC-VALUES.
           05 FILLER          PIC X(14) VALUE 'RESTORE'.
           05 FILLER          PIC X(14) VALUE 'PURGE'.
           05 FILLER          PIC X(14) VALUE 'CATALOG-CHANGE'.
           05 FILLER          PIC X(14) VALUE 'CERTIFY'.
           05 FILLER          PIC X(14) VALUE 'WHATIF'.
           05 FILLER          PIC X(14) VALUE 'RELEASE'.
           05 FILLER          PIC X(14) VALUE 'SECADMIN'.
           05 FILLER          PIC X(14) VALUE 'RECERTIFY'.
           05 FILLER          PIC X(14) VALUE 'HOLD'.
           05 FILLER          PIC X(14) VALUE 'MAINTENANCE'.
       01  KNOWN-FUNC-TBL REDEFINES KNOWN-FUNC-VALUES.
           05 KNOWN-FUNC      PIC X(14) OCCURS 10 TIMES.

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 ADMIN-FLAG      PIC X    VALUE 'U'.
              88 ADMIN-UNCHECKED       VALUE 'U'.
              88 ADMIN-CONFIRMED       VALUE 'Y'.
              88 ADMIN-REFUSED         VALUE 'N'.
           05 PIN-FLAG        PIC X    VALUE 'U'.
              88 PIN-UNCHECKED         VALUE 'U'.
              88 PIN-CONFIRMED         VALUE 'Y'.
              88 PIN-REFUSED           VALUE 'N'.
           05 OPERCRED-FLAG   PIC X    VALUE 'C'.
              88 OPERCRED-EOF          VALUE 'E'.
           05 TRNGLOG-FLAG    PIC X    VALUE 'C'.
              88 TRNGLOG-EOF           VALUE 'E'.
           05 FOUND-FLAG      PIC X    VALUE 'N'.
              88 ENTRY-FOUND           VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'TRNGMNT' TO AUDT-PGM RPGN-PGM

           MOVE SPACES TO MODE-TEXT
           ACCEPT MODE-TEXT FROM ENVIRONMENT 'TRNGMNT_MODE'
           IF MODE-TEXT = 'MATRIX'
             PERFORM PRINT-MATRIX
             GOBACK
           END-IF

           IF SANDBOX-ACTIVE
             DISPLAY 'TRNGMNT: SANDBOX MODE IS ACTIVE - SIGN-OFFS '
                     'AND GRANTS ARE PRODUCTION RECORDS, SO THE '
                     'MENU IS REFUSED IN THE SANDBOX; UNSET '
                     'SANDBOX_MODE TO USE IT'
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

           PERFORM UNTIL EXIT-REQUESTED
             PERFORM DISPLAY-MENU
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM SHOW-TRAINING-RECORD
               WHEN '2'
                 PERFORM SIGN-OFF-TRAINEE
               WHEN '3'
                 PERFORM CHECK-ADMIN
                 IF ADMIN-CONFIRMED
                   PERFORM GRANT-FUNCTION
                 END-IF
               WHEN '4'
                 PERFORM PRINT-MATRIX
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
           DISPLAY 'OPERATOR TRAINING AND GRANTS - OPERATOR '
                   OPERATOR-ID
           DISPLAY ' 1. SHOW AN OPERATOR''S TRAINING RECORD'
           DISPLAY ' 2. SIGN OFF A TRAINEE''S EXERCISES (SUPERVISOR)'
           DISPLAY ' 3. GRANT A FUNCTION (SECURITY ADMIN)'
           DISPLAY ' 4. PRINT THE QUALIFICATION MATRIX'
           DISPLAY ' 0. EXIT'
           DISPLAY 'SELECTION: ' WITH NO ADVANCING
           .

      *> Blank asks for this operator's own record.
       SHOW-TRAINING-RECORD SECTION.
           DISPLAY 'OPERATOR ID (BLANK FOR YOUR OWN): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO TARGET-OPER
           IF TARGET-OPER = SPACES
             MOVE OPERATOR-ID TO TARGET-OPER
           END-IF
           PERFORM LOAD-TRAINING-FUNCS
           IF MX-FUNC-CNT = 0
             DISPLAY 'NO EXERCISES ON TRNGMST.TXT - NO FUNCTION '
                     'REQUIRES TRAINING'
             EXIT SECTION
           END-IF
           DISPLAY 'TRAINING RECORD FOR OPERATOR ' TARGET-OPER
           PERFORM VARYING FN-IX FROM 1 BY 1 UNTIL FN-IX > MX-FUNC-CNT
             MOVE 'K' TO TRNG-ACTION
             MOVE TARGET-OPER TO TRNG-OPER
             MOVE MX-FUNC(FN-IX) TO TRNG-FUNC
             CALL 'TRNGSRV' USING TRNG-CTL
             END-CALL
             MOVE TRNG-SIGNED-CNT TO SIGNED-ED
             MOVE TRNG-EX-CNT TO EX-CNT-ED
             IF TRNG-YES
               DISPLAY ' ' TRNG-FUNC ' QUALIFIED - ' SIGNED-ED ' OF '
                       EX-CNT-ED ' EXERCISE(S) SIGNED OFF'
             ELSE
               DISPLAY ' ' TRNG-FUNC ' NOT QUALIFIED - ' SIGNED-ED
                       ' OF ' EX-CNT-ED ' EXERCISE(S) SIGNED OFF'
             END-IF
             PERFORM VARYING EX-IX FROM 1 BY 1
                       UNTIL EX-IX > TRNG-EX-CNT
               PERFORM FORMAT-EXERCISE-STATE
               DISPLAY '    ' TRNG-EX-PGM(EX-IX) ' '
                       TRNG-EX-DESC(EX-IX) ' ' STATE-TEXT
             END-PERFORM
           END-PERFORM
           .

       FORMAT-EXERCISE-STATE SECTION.
           MOVE SPACES TO STATE-TEXT
           EVALUATE TRNG-EX-STATE(EX-IX)
             WHEN 'S'
               STRING 'SIGNED ' TRNG-EX-DATE(EX-IX) ' BY '
                      TRNG-EX-BY(EX-IX)
                      DELIMITED BY SIZE INTO STATE-TEXT
             WHEN 'D'
               STRING 'DONE ' TRNG-EX-DATE(EX-IX) ' - UNSIGNED'
                      DELIMITED BY SIZE INTO STATE-TEXT
             WHEN OTHER
               MOVE 'NOT DONE' TO STATE-TEXT
           END-EVALUATE
           .

      *> The supervisor proves their PIN once per session; their
      *> hold on the function is checked on every sign-off, since
      *> each one may be for a different function.
       SIGN-OFF-TRAINEE SECTION.
           DISPLAY 'TRAINEE OPERATOR ID: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO TARGET-OPER
           IF TARGET-OPER = SPACES OR TARGET-OPER(1:1) = '*'
             DISPLAY 'NOT A VALID OPERATOR ID'
             EXIT SECTION
           END-IF
           IF TARGET-OPER = OPERATOR-ID
             DISPLAY 'YOU MAY NOT SIGN OFF YOUR OWN TRAINING'
             EXIT SECTION
           END-IF
           DISPLAY 'FUNCTION TRAINED FOR: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO TARGET-FUNC
           PERFORM LOAD-TRAINING-FUNCS
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING FN-IX FROM 1 BY 1 UNTIL FN-IX > MX-FUNC-CNT
             IF MX-FUNC(FN-IX) = TARGET-FUNC
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
             DISPLAY 'NO EXERCISES ON TRNGMST.TXT FOR '
                     FUNCTION TRIM(TARGET-FUNC)
             EXIT SECTION
           END-IF

           MOVE TARGET-FUNC TO AUTH-FUNC
           PERFORM CHECK-SUPERVISOR
           IF NOT PIN-CONFIRMED OR NOT AUTH-GRANTED
             EXIT SECTION
           END-IF

           MOVE 'S' TO TRNG-ACTION
           MOVE TARGET-OPER TO TRNG-OPER
           MOVE TARGET-FUNC TO TRNG-FUNC
           MOVE OPERATOR-ID TO TRNG-BY
           CALL 'TRNGSRV' USING TRNG-CTL
           END-CALL
           IF NOT TRNG-YES
             DISPLAY 'NOTHING SIGNED: ' FUNCTION TRIM(TRNG-REASON)
             EXIT SECTION
           END-IF
           MOVE 'L' TO CRED-ACTION
           MOVE TARGET-OPER TO CRED-OPER
           MOVE 'TRNGMNT' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE TARGET-FUNC TO CRED-FUNC
           MOVE 'SIGNOFF' TO CRED-EVENT
           MOVE OPERATOR-ID TO CRED-BY
           MOVE SPACES TO CRED-DETAIL
           MOVE TRNG-SIGN-NOW TO SIGNED-ED
           STRING 'TRAINING EXERCISES SIGNED OFF: ' SIGNED-ED
                  DELIMITED BY SIZE INTO CRED-DETAIL
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL
           DISPLAY SIGNED-ED ' EXERCISE(S) SIGNED OFF FOR '
                   FUNCTION TRIM(TARGET-OPER)
           IF TRNG-SIGNED-CNT = TRNG-EX-CNT
             DISPLAY FUNCTION TRIM(TARGET-OPER) ' IS NOW QUALIFIED '
                     'FOR ' FUNCTION TRIM(TARGET-FUNC)
                     ' - A SECURITY ADMIN MAY GRANT IT (OPTION 3)'
           ELSE
             DISPLAY 'STILL NOT QUALIFIED: '
                     FUNCTION TRIM(TRNG-REASON)
           END-IF
           .

      *> As CREDMNT's CHECK-ADMIN, for the function in AUTH-FUNC.
       CHECK-SUPERVISOR SECTION.
           MOVE 'N' TO AUTH-GRANT-FLAG
           IF PIN-REFUSED
             DISPLAY 'SUPERVISOR FUNCTIONS ARE NOT AVAILABLE TO '
                     OPERATOR-ID
             EXIT SECTION
           END-IF
           IF NOT PIN-CONFIRMED
             SET PIN-REFUSED TO TRUE
             MOVE 'V' TO CRED-ACTION
             MOVE OPERATOR-ID TO CRED-OPER
             MOVE 'TRNGMNT' TO CRED-PGM
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
             SET PIN-CONFIRMED TO TRUE
           END-IF
           PERFORM CHECK-OPER-AUTH
           IF NOT AUTH-GRANTED
             DISPLAY 'AUTHORIZATION REFUSED: SUPERVISOR '
                     OPERATOR-ID ' DOES NOT HOLD '
                     FUNCTION TRIM(AUTH-FUNC)
                     ' - ONLY A HOLDER MAY SIGN OFF ITS TRAINING'
             MOVE 'L' TO CRED-ACTION
             MOVE OPERATOR-ID TO CRED-OPER
             MOVE 'TRNGMNT' TO CRED-PGM
             MOVE RUN-ID TO CRED-RUN-ID
             MOVE AUTH-FUNC TO CRED-FUNC
             MOVE SPACES TO CRED-BY
             MOVE 'DENIED' TO CRED-EVENT
             MOVE 'NOT PROFILED FOR THE FUNCTION IN OPERAUTH.TXT'
               TO CRED-DETAIL
             CALL 'CREDSRV' USING CRED-CTL
             END-CALL
             PERFORM LOG-ADMIN-DENIED
           END-IF
           .

      *> Checked once per session, the first time option 3 is
      *> chosen, exactly as in CREDMNT.
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
           MOVE 'TRNGMNT' TO CRED-PGM
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

      *> The training gate on OPERAUTH.txt. A function with no
      *> exercises on the master needs no training and is granted
      *> on the admin's word alone.
       GRANT-FUNCTION SECTION.
           DISPLAY 'OPERATOR ID TO GRANT TO: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO TARGET-OPER
           IF TARGET-OPER = SPACES OR TARGET-OPER = 'UNKNOWN'
              OR TARGET-OPER(1:1) = '*'
             DISPLAY 'NOT A VALID OPERATOR ID'
             EXIT SECTION
           END-IF
           IF TARGET-OPER = OPERATOR-ID
             DISPLAY 'YOU MAY NOT GRANT A FUNCTION TO YOURSELF'
             EXIT SECTION
           END-IF
           DISPLAY 'FUNCTION TO GRANT: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO TARGET-FUNC
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING KF-IX FROM 1 BY 1 UNTIL KF-IX > 10
             IF KNOWN-FUNC(KF-IX) = TARGET-FUNC
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
             DISPLAY 'NOT A FUNCTION OPERAUTH.TXT KNOWS - SEE '
                     'AUTHFD.CPY'
             EXIT SECTION
           END-IF

           PERFORM LOAD-GRANTS
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
             IF GR-OPER(GR-IX) = TARGET-OPER
                AND GR-FUNC(GR-IX) = TARGET-FUNC
               DISPLAY FUNCTION TRIM(TARGET-OPER) ' ALREADY HOLDS '
                       FUNCTION TRIM(TARGET-FUNC) ' - NOTHING CHANGED'
               EXIT SECTION
             END-IF
           END-PERFORM

           MOVE 'K' TO TRNG-ACTION
           MOVE TARGET-OPER TO TRNG-OPER
           MOVE TARGET-FUNC TO TRNG-FUNC
           CALL 'TRNGSRV' USING TRNG-CTL
           END-CALL
           MOVE 'L' TO CRED-ACTION
           MOVE TARGET-OPER TO CRED-OPER
           MOVE 'TRNGMNT' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE TARGET-FUNC TO CRED-FUNC
           MOVE OPERATOR-ID TO CRED-BY
           IF NOT TRNG-YES
             DISPLAY 'GRANT REFUSED: ' FUNCTION TRIM(TARGET-OPER)
                     ' IS NOT QUALIFIED FOR '
                     FUNCTION TRIM(TARGET-FUNC)
             DISPLAY '  ' FUNCTION TRIM(TRNG-REASON)
             MOVE 'NOGRANT' TO CRED-EVENT
             MOVE TRNG-REASON TO CRED-DETAIL
             CALL 'CREDSRV' USING CRED-CTL
             END-CALL
             EXIT SECTION
           END-IF

           IF AUTH-LINE-CNT = 0
             DISPLAY 'OPERAUTH.TXT HAS NO ACTIVE RECORD YET - THIS '
                     'GRANT STARTS ENFORCEMENT AND EVERY OTHER '
                     'OPERATOR LOSES EVERY FUNCTION'
           END-IF
           DISPLAY 'GRANT ' FUNCTION TRIM(TARGET-FUNC) ' TO '
                   FUNCTION TRIM(TARGET-OPER) '? (Y/N): '
                   WITH NO ADVANCING
           MOVE SPACES TO CONFIRM-ANS
           ACCEPT CONFIRM-ANS
           IF CONFIRM-ANS NOT = 'Y' AND CONFIRM-ANS NOT = 'y'
             DISPLAY 'NOT CONFIRMED - NOTHING CHANGED'
             EXIT SECTION
           END-IF

           OPEN EXTEND OPERAUTH
           IF OPERAUTH-FS = '35'
             OPEN OUTPUT OPERAUTH
           END-IF
           IF OPERAUTH-FS NOT = '00'
             DISPLAY 'TRNGMNT: OPERAUTH.TXT COULD NOT BE WRITTEN, '
                     'STATUS ' OPERAUTH-FS ' - NOTHING GRANTED'
             MOVE 8 TO RETURN-CODE
             EXIT SECTION
           END-IF
           MOVE SPACES TO OPERAUTH-REC
           MOVE TARGET-OPER TO OPERAUTH-REC(1:8)
           MOVE TARGET-FUNC TO OPERAUTH-REC(10:14)
           WRITE OPERAUTH-REC
           CLOSE OPERAUTH

           MOVE 'GRANT' TO CRED-EVENT
           MOVE TRNG-EX-CNT TO EX-CNT-ED
           MOVE SPACES TO CRED-DETAIL
           STRING 'GRANTED ON SIGNED TRAINING, EXERCISES: ' EX-CNT-ED
                  DELIMITED BY SIZE INTO CRED-DETAIL
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL

           MOVE 'TR0002' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE 'TRNGMNT' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           STRING FUNCTION TRIM(TARGET-FUNC) ' GRANTED TO '
                  FUNCTION TRIM(TARGET-OPER) ' BY '
                  FUNCTION TRIM(OPERATOR-ID)
                  ' ON SIGNED TRAINING'
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           MOVE 0 TO RETURN-CODE
           .

      *> The matrix columns - every function on the training master.
       LOAD-TRAINING-FUNCS SECTION.
           MOVE 'K' TO TRNG-ACTION
           MOVE OPERATOR-ID TO TRNG-OPER
           MOVE SPACES TO TRNG-FUNC
           CALL 'TRNGSRV' USING TRNG-CTL
           END-CALL
           MOVE 0 TO MX-FUNC-CNT
           PERFORM VARYING FN-IX FROM 1 BY 1
                     UNTIL FN-IX > TRNG-FUNC-CNT
             ADD 1 TO MX-FUNC-CNT
             MOVE TRNG-FUNC-LIST(FN-IX) TO MX-FUNC(MX-FUNC-CNT)
           END-PERFORM
           .

      *> The grant lines, by CHECK-OPER-AUTH's rule for what is a
      *> comment; AUTH-LINE-CNT counts every active line.
       LOAD-GRANTS SECTION.
           MOVE 0 TO GR-CNT AUTH-LINE-CNT
           MOVE 'C' TO OPERAUTH-FLAG
           OPEN INPUT OPERAUTH
           IF OPERAUTH-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-OPERAUTH-REC
           PERFORM UNTIL OPERAUTH-EOF
             IF OPERAUTH-REC NOT = SPACES
                AND NOT (OPERAUTH-REC(1:1) = '*'
                         AND OPERAUTH-REC(2:1) = SPACE
                         AND OPERAUTH-REC(10:14) = SPACES)
               ADD 1 TO AUTH-LINE-CNT
               IF OPERAUTH-REC(10:14) NOT = SPACES
                  AND (OPERAUTH-REC(1:1) NOT = '*'
                       OR OPERAUTH-REC(1:8) = '*       ')
                  AND GR-CNT < 300
                 ADD 1 TO GR-CNT
                 MOVE OPERAUTH-REC(1:8) TO GR-OPER(GR-CNT)
                 MOVE OPERAUTH-REC(10:14) TO GR-FUNC(GR-CNT)
               END-IF
             END-IF
             PERFORM READ-OPERAUTH-REC
           END-PERFORM
           CLOSE OPERAUTH
           .

      *> Operators from the three masters, each once, in id order.
       PRINT-MATRIX SECTION.
           PERFORM LOAD-TRAINING-FUNCS
           IF MX-FUNC-CNT > 8
             DISPLAY 'TRNGMNT: MORE THAN 8 FUNCTIONS ON TRNGMST.TXT '
                     '- THE MATRIX SHOWS THE FIRST 8'
             MOVE 8 TO MX-FUNC-CNT
           END-IF
           PERFORM LOAD-GRANTS
           MOVE 0 TO OP-CNT UNQUAL-CNT QUAL-CNT GRANT-OK-CNT
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
             IF GR-OPER(GR-IX) NOT = '*'
               MOVE GR-OPER(GR-IX) TO NEW-OPER
               PERFORM ADD-MATRIX-OPER
             END-IF
           END-PERFORM
           MOVE 'C' TO OPERCRED-FLAG
           OPEN INPUT OPERCRED
           IF OPERCRED-FS = '00'
             PERFORM READ-OPERCRED-REC
             PERFORM UNTIL OPERCRED-EOF
               IF OPERCRED-REC NOT = SPACES
                  AND OPERCRED-REC(1:1) NOT = '*'
                 MOVE OPERCRED-REC(1:8) TO NEW-OPER
                 PERFORM ADD-MATRIX-OPER
               END-IF
               PERFORM READ-OPERCRED-REC
             END-PERFORM
             CLOSE OPERCRED
           END-IF
           MOVE 'C' TO TRNGLOG-FLAG
           OPEN INPUT TRNGLOG
           IF TRNGLOG-FS = '00'
             PERFORM READ-TRNGLOG-REC
             PERFORM UNTIL TRNGLOG-EOF
               MOVE TRNGLOG-REC(26:8) TO NEW-OPER
               PERFORM ADD-MATRIX-OPER
               PERFORM READ-TRNGLOG-REC
             END-PERFORM
             CLOSE TRNGLOG
           END-IF

           MOVE 'TRNGMTX' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'OPERATOR QUALIFICATION MATRIX' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           MOVE 'OPERATOR' TO PRT-HEADING(1:8)
           PERFORM VARYING FN-IX FROM 1 BY 1 UNTIL FN-IX > MX-FUNC-CNT
             COMPUTE CELL-POS = 10 + (FN-IX - 1) * 15
             MOVE MX-FUNC(FN-IX) TO PRT-HEADING(CELL-POS:14)
           END-PERFORM
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           IF MX-FUNC-CNT = 0
             STRING 'NO EXERCISES ON TRNGMST.TXT - NO FUNCTION '
                    'REQUIRES TRAINING'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-MTX-LINE
           END-IF
           PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-CNT
             PERFORM FORMAT-MATRIX-LINE
             PERFORM PRINT-MTX-LINE
           END-PERFORM

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-MTX-LINE
           MOVE 'GRANTED    HELD ON OPERAUTH.TXT, TRAINING SIGNED OFF'
             TO PRT-LINE
           PERFORM PRINT-MTX-LINE
           STRING 'GRANTED*   HELD WITHOUT SIGNED TRAINING, OR BY '
                  'A ''*'' RULE'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-MTX-LINE
           MOVE 'QUALIFIED  TRAINING SIGNED OFF, NOT YET GRANTED'
             TO PRT-LINE
           PERFORM PRINT-MTX-LINE
           MOVE 'N/M SIGNED EXERCISES SIGNED OFF OF THOSE REQUIRED'
             TO PRT-LINE
           PERFORM PRINT-MTX-LINE
           IF AUTH-LINE-CNT = 0
             STRING 'OPERAUTH.TXT HAS NO ACTIVE RECORD - EVERY '
                    'FUNCTION IS STILL OPEN TO EVERY OPERATOR'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-MTX-LINE
           END-IF
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-MTX-LINE
           MOVE OP-CNT TO OPER-CNT-ED
           STRING OPER-CNT-ED ' OPERATOR(S): ' GRANT-OK-CNT
                  ' GRANTED ON TRAINING, ' UNQUAL-CNT
                  ' GRANTED WITHOUT IT, ' QUAL-CNT
                  ' QUALIFIED AWAITING A GRANT'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-MTX-TOTAL

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 0 TO RETURN-CODE

           IF UNQUAL-CNT > 0
             PERFORM TELL-UNQUALIFIED-GRANTS
           END-IF
           DISPLAY 'TRNGMNT: ' OPER-CNT-ED ' OPERATOR(S), '
                   UNQUAL-CNT ' GRANT(S) WITHOUT SIGNED TRAINING - '
                   'MATRIX IN ' FUNCTION TRIM(PRT-DSN)
           .

       ADD-MATRIX-OPER SECTION.
           IF NEW-OPER = SPACES OR NEW-OPER(1:1) = '*'
              OR OP-CNT NOT < 300
             EXIT SECTION
           END-IF
           PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-CNT
             IF OP-ID(OP-IX) = NEW-OPER
               EXIT SECTION
             END-IF
             IF OP-ID(OP-IX) > NEW-OPER
               EXIT PERFORM
             END-IF
           END-PERFORM
           PERFORM VARYING OP-JX FROM OP-CNT BY -1 UNTIL OP-JX < OP-IX
             MOVE OP-ID(OP-JX) TO OP-ID(OP-JX + 1)
           END-PERFORM
           MOVE NEW-OPER TO OP-ID(OP-IX)
           ADD 1 TO OP-CNT
           .

       FORMAT-MATRIX-LINE SECTION.
           MOVE SPACES TO PRT-LINE
           MOVE OP-ID(OP-IX) TO PRT-LINE(1:8)
           PERFORM VARYING FN-IX FROM 1 BY 1 UNTIL FN-IX > MX-FUNC-CNT
             MOVE 'K' TO TRNG-ACTION
             MOVE OP-ID(OP-IX) TO TRNG-OPER
             MOVE MX-FUNC(FN-IX) TO TRNG-FUNC
             CALL 'TRNGSRV' USING TRNG-CTL
             END-CALL
             PERFORM FIND-HOLD
             MOVE SPACES TO CELL-TEXT
             EVALUATE TRUE
               WHEN HOLD-KIND = 'E' AND TRNG-YES
                 MOVE 'GRANTED' TO CELL-TEXT
                 ADD 1 TO GRANT-OK-CNT
               WHEN HOLD-KIND NOT = SPACE
                 MOVE 'GRANTED*' TO CELL-TEXT
                 ADD 1 TO UNQUAL-CNT
               WHEN TRNG-YES
                 MOVE 'QUALIFIED' TO CELL-TEXT
                 ADD 1 TO QUAL-CNT
               WHEN TRNG-DONE-CNT > 0
                 MOVE TRNG-SIGNED-CNT TO SIGNED-ED
                 MOVE TRNG-EX-CNT TO EX-CNT-ED
                 STRING FUNCTION TRIM(SIGNED-ED) '/'
                        FUNCTION TRIM(EX-CNT-ED) ' SIGNED'
                        DELIMITED BY SIZE INTO CELL-TEXT
               WHEN OTHER
                 MOVE 'NOT STARTED' TO CELL-TEXT
             END-EVALUATE
             COMPUTE CELL-POS = 10 + (FN-IX - 1) * 15
             MOVE CELL-TEXT TO PRT-LINE(CELL-POS:14)
           END-PERFORM
           .

      *> HOLD-KIND E - the operator's own grant line, W - held
      *> through a '*' in either field, space - not held.
       FIND-HOLD SECTION.
           MOVE SPACE TO HOLD-KIND
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
             IF GR-OPER(GR-IX) = OP-ID(OP-IX)
                AND GR-FUNC(GR-IX) = MX-FUNC(FN-IX)
               MOVE 'E' TO HOLD-KIND
               EXIT SECTION
             END-IF
             IF (GR-OPER(GR-IX) = OP-ID(OP-IX)
                 OR GR-OPER(GR-IX) = '*')
                AND (GR-FUNC(GR-IX) = MX-FUNC(FN-IX)
                     OR GR-FUNC(GR-IX) = '*')
               MOVE 'W' TO HOLD-KIND
             END-IF
           END-PERFORM
           .

       TELL-UNQUALIFIED-GRANTS SECTION.
           MOVE 'TR0001' TO MSG-ID
           MOVE 'W' TO MSG-SEV
           MOVE 'TRNGMNT' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           STRING UNQUAL-CNT ' GRANT(S) ON OPERAUTH.TXT ARE HELD '
                  'WITHOUT SIGNED TRAINING'
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       PRINT-MTX-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE SPACES TO PRT-LINE
           .

       PRINT-MTX-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE SPACES TO PRT-LINE
           .

       READ-OPERCRED-REC SECTION.
           READ OPERCRED
           IF OPERCRED-FS NOT = '00'
             SET OPERCRED-EOF TO TRUE
           END-IF
           .

       READ-TRNGLOG-REC SECTION.
           READ TRNGLOG
           IF TRNGLOG-FS NOT = '00'
             SET TRNGLOG-EOF TO TRUE
           END-IF
           .

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
