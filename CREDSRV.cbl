       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDSRV.

      *> Shared credential service - see CREDCWS.cpy for the control
      *> block and the actions. The service owns the credential
      *> master OPERCRED.txt (CREDFD.cpy): it is read whole into
      *> the table on each call and written back whole when a fail
      *> count, lock or PIN changes, comment lines and all.
      *>
      *> A PIN is checked against its hash, never stored. Wrong PINs
      *> count up on the operator's record and CRED-MAX-FAILS of
      *> them (CREDPOL.cpy) lock the id - a locked id is refused even
      *> with the right PIN until a security admin resets it through
      *> CREDMNT.cbl, and the lockout itself goes out as message
      *> SC0001 so the security desk hears about it. A blank PIN
      *> (an unattended job with no OPER_PIN) is refused without
      *> counting toward the lockout.
      *>
      *> A good sign-on exports OPER_TOKEN, a hash of the operator,
      *> the run id and the PIN hash, so the AUTHCK-protected
      *> programs a signed-on driver CALLs under the same run id are
      *> not asking for the PIN again. Every failure, lockout and
      *> credential change is appended to the security log
      *> SECLOG.txt (SECLFD.cpy) for the daily violations report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CREDSEL.

           COPY SECLSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY CREDFD.

       COPY SECLFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 OPERCRED-FS     PIC XX.
           05 SECLOG-FS       PIC XX.
           05 CRED-DATE       PIC 9(8).
           05 CRED-TIME       PIC 9(8).
           05 TODAY-INT       PIC 9(8).
           05 PIN-INT         PIC 9(8).
           05 PIN-AGE         PIC 9(5).
           05 PIN-IN          PIC X(8).
           05 PIN-NEW         PIC X(8).
           05 PIN-NEW2        PIC X(8).
           05 PIN-WRK         PIC X(8).
           05 PIN-LEN         PIC S9(4) COMP.
           05 FAIL-CNT        PIC 9(2).
           05 HASH-SRC        PIC X(40).
           05 HASH-LEN        PIC S9(4) COMP.
           05 HASH-IX         PIC S9(4) COMP.
           05 HASH-ROUND      PIC S9(4) COMP.
           05 HASH-VAL        PIC 9(9).
           05 HASH-TEXT       PIC X(9).
           05 TOKEN-IN        PIC X(9).
           05 SEC-EVENT       PIC X(8).
           05 SEC-DETAIL      PIC X(60).
      *> The master, line for line; CR-IX is the caller's operator
      *> once FIND-CRED has found it.
           05 CR-CNT          PIC S9(4) COMP VALUE 0.
           05 CR-ACTIVE       PIC S9(4) COMP VALUE 0.
           05 CR-IX           PIC S9(4) COMP.
           05 CR-TBL.
              10 CR-LINE      PIC X(80) OCCURS 200 TIMES.

       01  SWITCHES.
           05 OPERCRED-FLAG   PIC X    VALUE 'C'.
              88 OPERCRED-EOF          VALUE 'E'.
           05 CRED-FND-FLAG   PIC X    VALUE 'N'.
              88 CRED-FOUND            VALUE 'Y'.
           05 PIN-SRC-FLAG    PIC X    VALUE 'E'.
              88 PIN-FROM-PROMPT       VALUE 'P'.
           05 PIN-OK-FLAG     PIC X    VALUE 'N'.
              88 NEW-PIN-OK            VALUE 'Y'.
           05 REWRITE-FLAG    PIC X    VALUE 'N'.
              88 REWRITE-NEEDED        VALUE 'Y'.

       COPY CREDPOL.

       COPY MSGCWS.

       LINKAGE SECTION.
       COPY CREDCWS.

       PROCEDURE DIVISION USING CRED-CTL.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           MOVE 'N' TO CRED-RESULT
           MOVE SPACES TO CRED-REASON
           ACCEPT CRED-DATE FROM DATE YYYYMMDD
           ACCEPT CRED-TIME FROM TIME
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(CRED-DATE)

           EVALUATE CRED-ACTION
             WHEN 'S'
             WHEN 'V'
               PERFORM LOAD-CREDS
               PERFORM VERIFY-OPERATOR
             WHEN 'C'
               PERFORM LOAD-CREDS
               PERFORM CHANGE-OWN-PIN
             WHEN 'R'
               PERFORM LOAD-CREDS
               PERFORM RESET-OPERATOR
             WHEN 'L'
               MOVE CRED-EVENT TO SEC-EVENT
               MOVE CRED-DETAIL TO SEC-DETAIL
               PERFORM WRITE-SECLOG
               SET CRED-VERIFIED TO TRUE
             WHEN OTHER
               MOVE 'UNKNOWN CREDENTIAL SERVICE ACTION'
                 TO CRED-REASON
           END-EVALUATE
           GOBACK
           .

      *> Sign-on and verify. No active records at all is the
      *> pre-credential state and everything passes, the same rule
      *> OPERAUTH.txt follows.
       VERIFY-OPERATOR SECTION.
           IF CR-ACTIVE = 0
             SET CRED-VERIFIED TO TRUE
             EXIT SECTION
           END-IF
           PERFORM FIND-CRED
           IF NOT CRED-FOUND
             MOVE 'UNKNOWN' TO SEC-EVENT
             STRING 'OPERATOR ' FUNCTION TRIM(CRED-OPER)
                    ' IS NOT ENROLLED IN OPERCRED.TXT'
                    DELIMITED BY SIZE INTO CRED-REASON
             PERFORM LOG-FAILURE
             EXIT SECTION
           END-IF
           IF CR-LINE(CR-IX)(32:1) = 'Y'
             MOVE 'LOCKED' TO SEC-EVENT
             STRING 'ID LOCKED AFTER REPEATED WRONG PINS - '
                    'ADMIN RESET REQUIRED'
                    DELIMITED BY SIZE INTO CRED-REASON
             PERFORM LOG-FAILURE
             EXIT SECTION
           END-IF
           IF CRED-ACTION = 'V'
             PERFORM MAKE-SESSION-TOKEN
             MOVE SPACES TO TOKEN-IN
             ACCEPT TOKEN-IN FROM ENVIRONMENT 'OPER_TOKEN'
             IF TOKEN-IN = HASH-TEXT
               SET CRED-VERIFIED TO TRUE
               EXIT SECTION
             END-IF
           END-IF

           PERFORM TAKE-PIN
           IF PIN-IN = SPACES
             MOVE 'NOPIN' TO SEC-EVENT
             STRING 'NO PIN SUPPLIED - SET OPER_PIN OR SIGN ON AT '
                    'A TERMINAL'
                    DELIMITED BY SIZE INTO CRED-REASON
             PERFORM LOG-FAILURE
             EXIT SECTION
           END-IF
           MOVE PIN-IN TO PIN-WRK
           PERFORM HASH-PIN
           IF HASH-TEXT NOT = CR-LINE(CR-IX)(10:9)
             PERFORM RECORD-BAD-PIN
             EXIT SECTION
           END-IF
           IF CR-LINE(CR-IX)(29:2) NOT = '00'
             MOVE '00' TO CR-LINE(CR-IX)(29:2)
             SET REWRITE-NEEDED TO TRUE
           END-IF

           PERFORM CHECK-PIN-AGE
           IF PIN-AGE > CRED-MAX-DAYS
              OR CR-LINE(CR-IX)(34:1) = 'Y'
             IF CRED-ACTION = 'S' AND PIN-FROM-PROMPT
               DISPLAY 'YOUR PIN HAS EXPIRED AND MUST BE CHANGED NOW'
               PERFORM PROMPT-NEW-PIN
             ELSE
               MOVE 'N' TO PIN-OK-FLAG
               STRING 'PIN EXPIRED - CHANGE IT AT OPMENU SIGN-ON '
                      'OR IN CREDMNT'
                      DELIMITED BY SIZE INTO CRED-REASON
             END-IF
             IF NOT NEW-PIN-OK
               IF REWRITE-NEEDED
                 PERFORM REWRITE-CREDS
               END-IF
               MOVE 'EXPIRED' TO SEC-EVENT
               PERFORM LOG-FAILURE
               EXIT SECTION
             END-IF
           END-IF

           IF REWRITE-NEEDED
             PERFORM REWRITE-CREDS
           END-IF
           SET CRED-VERIFIED TO TRUE
           PERFORM MAKE-SESSION-TOKEN
           DISPLAY 'OPER_TOKEN' UPON ENVIRONMENT-NAME
           DISPLAY HASH-TEXT UPON ENVIRONMENT-VALUE
           .

       CHANGE-OWN-PIN SECTION.
           IF CR-ACTIVE = 0
             MOVE 'NO OPERATOR IS ENROLLED YET - ASK A SECURITY ADMIN'
               TO CRED-REASON
             EXIT SECTION
           END-IF
           PERFORM FIND-CRED
           IF NOT CRED-FOUND
             MOVE 'UNKNOWN' TO SEC-EVENT
             STRING 'OPERATOR ' FUNCTION TRIM(CRED-OPER)
                    ' IS NOT ENROLLED IN OPERCRED.TXT'
                    DELIMITED BY SIZE INTO CRED-REASON
             PERFORM LOG-FAILURE
             EXIT SECTION
           END-IF
           IF CR-LINE(CR-IX)(32:1) = 'Y'
             MOVE 'LOCKED' TO SEC-EVENT
             STRING 'ID LOCKED AFTER REPEATED WRONG PINS - '
                    'ADMIN RESET REQUIRED'
                    DELIMITED BY SIZE INTO CRED-REASON
             PERFORM LOG-FAILURE
             EXIT SECTION
           END-IF
           DISPLAY 'CURRENT PIN: ' WITH NO ADVANCING
           MOVE SPACES TO PIN-IN
           ACCEPT PIN-IN
           MOVE PIN-IN TO PIN-WRK
           PERFORM HASH-PIN
           IF PIN-IN = SPACES
              OR HASH-TEXT NOT = CR-LINE(CR-IX)(10:9)
             PERFORM RECORD-BAD-PIN
             EXIT SECTION
           END-IF
           MOVE '00' TO CR-LINE(CR-IX)(29:2)
           PERFORM PROMPT-NEW-PIN
           IF NEW-PIN-OK
             SET CRED-VERIFIED TO TRUE
           END-IF
           .

      *> Takes the new PIN twice and, when it passes the rules,
      *> stores its hash dated today with the forced-change mark
      *> cleared. CRED-REASON says why when it does not.
       PROMPT-NEW-PIN SECTION.
           MOVE 'N' TO PIN-OK-FLAG
           DISPLAY 'NEW PIN (' CRED-MIN-LEN ' TO 8 DIGITS): '
                   WITH NO ADVANCING
           MOVE SPACES TO PIN-NEW
           ACCEPT PIN-NEW
           DISPLAY 'NEW PIN AGAIN: ' WITH NO ADVANCING
           MOVE SPACES TO PIN-NEW2
           ACCEPT PIN-NEW2
           IF PIN-NEW NOT = PIN-NEW2
             MOVE 'THE TWO NEW PINS DO NOT MATCH' TO CRED-REASON
             EXIT SECTION
           END-IF
           MOVE PIN-NEW TO PIN-WRK
           PERFORM CHECK-PIN-RULES
           IF CRED-REASON NOT = SPACES
             EXIT SECTION
           END-IF
           IF PIN-NEW = PIN-IN
             MOVE 'THE NEW PIN MUST DIFFER FROM THE OLD ONE'
               TO CRED-REASON
             EXIT SECTION
           END-IF
           PERFORM HASH-PIN
           MOVE HASH-TEXT TO CR-LINE(CR-IX)(10:9)
           MOVE CRED-DATE TO CR-LINE(CR-IX)(20:8)
           MOVE 'N' TO CR-LINE(CR-IX)(34:1)
           PERFORM REWRITE-CREDS
           SET NEW-PIN-OK TO TRUE
           MOVE 'PINCHG' TO SEC-EVENT
           MOVE SPACES TO SEC-DETAIL
           PERFORM WRITE-SECLOG
           DISPLAY 'PIN CHANGED'
           .

      *> A PIN is CRED-MIN-LEN to eight digits, left-justified.
       CHECK-PIN-RULES SECTION.
           MOVE SPACES TO CRED-REASON
           IF PIN-WRK = SPACES OR PIN-WRK(1:1) = SPACE
             MOVE 'A PIN MUST BE DIGITS ONLY, NO LEADING SPACES'
               TO CRED-REASON
             EXIT SECTION
           END-IF
           COMPUTE PIN-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(PIN-WRK, TRAILING))
           IF PIN-LEN < CRED-MIN-LEN
              OR PIN-WRK(1:PIN-LEN) IS NOT NUMERIC
             STRING 'A PIN MUST BE ' CRED-MIN-LEN
                    ' TO 8 DIGITS'
                    DELIMITED BY SIZE INTO CRED-REASON
           END-IF
           .

      *> Security admin enroll/reset. The caller has already checked
      *> the admin's own SECADMIN authority (CREDMNT.cbl).
       RESET-OPERATOR SECTION.
           MOVE CRED-PIN TO PIN-WRK
           PERFORM CHECK-PIN-RULES
           IF CRED-REASON NOT = SPACES
             EXIT SECTION
           END-IF
           PERFORM FIND-CRED
           IF CRED-FOUND
             MOVE 'RESET' TO SEC-EVENT
           ELSE
             IF CR-CNT NOT < 200
               MOVE 'CREDENTIAL MASTER IS FULL (200 LINES)'
                 TO CRED-REASON
               EXIT SECTION
             END-IF
             ADD 1 TO CR-CNT
             MOVE CR-CNT TO CR-IX
             MOVE SPACES TO CR-LINE(CR-IX)
             MOVE CRED-OPER TO CR-LINE(CR-IX)(1:8)
             MOVE 'ENROLL' TO SEC-EVENT
           END-IF
           PERFORM HASH-PIN
           MOVE HASH-TEXT TO CR-LINE(CR-IX)(10:9)
           MOVE CRED-DATE TO CR-LINE(CR-IX)(20:8)
           MOVE '00' TO CR-LINE(CR-IX)(29:2)
           MOVE 'N' TO CR-LINE(CR-IX)(32:1)
           MOVE 'Y' TO CR-LINE(CR-IX)(34:1)
           MOVE SPACES TO CR-LINE(CR-IX)(36:17)
           PERFORM REWRITE-CREDS
           MOVE 'TEMPORARY PIN ISSUED - CHANGE FORCED AT SIGN-ON'
             TO SEC-DETAIL
           PERFORM WRITE-SECLOG
           SET CRED-VERIFIED TO TRUE
           .

      *> One more wrong PIN on the operator's record; the one that
      *> reaches the limit locks the id and raises SC0001.
       RECORD-BAD-PIN SECTION.
           IF CR-LINE(CR-IX)(29:2) IS NUMERIC
             MOVE CR-LINE(CR-IX)(29:2) TO FAIL-CNT
           ELSE
             MOVE 0 TO FAIL-CNT
           END-IF
           ADD 1 TO FAIL-CNT
           MOVE FAIL-CNT TO CR-LINE(CR-IX)(29:2)
           IF FAIL-CNT NOT < CRED-MAX-FAILS
             MOVE 'Y' TO CR-LINE(CR-IX)(32:1)
             MOVE CRED-DATE TO CR-LINE(CR-IX)(36:8)
             MOVE CRED-TIME TO CR-LINE(CR-IX)(45:8)
             MOVE 'LOCKOUT' TO SEC-EVENT
             STRING 'WRONG PIN - ID NOW LOCKED AFTER ' FAIL-CNT
                    ' FAILURES'
                    DELIMITED BY SIZE INTO CRED-REASON
             MOVE 'SC0001' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             MOVE CRED-PGM TO MSG-PGM
             MOVE CRED-RUN-ID TO MSG-RUN-ID
             MOVE CRED-OPER TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING 'OPERATOR ' FUNCTION TRIM(CRED-OPER)
                    ' LOCKED OUT AFTER ' FAIL-CNT ' WRONG PINS AT '
                    FUNCTION TRIM(CRED-PGM)
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
           ELSE
             MOVE 'BADPIN' TO SEC-EVENT
             STRING 'WRONG PIN - ' FAIL-CNT ' OF ' CRED-MAX-FAILS
                    ' BEFORE THE ID LOCKS'
                    DELIMITED BY SIZE INTO CRED-REASON
           END-IF
           PERFORM REWRITE-CREDS
           PERFORM LOG-FAILURE
           .

       TAKE-PIN SECTION.
           MOVE SPACES TO PIN-IN
           MOVE 'E' TO PIN-SRC-FLAG
           ACCEPT PIN-IN FROM ENVIRONMENT 'OPER_PIN'
           IF PIN-IN = SPACES
             MOVE 'P' TO PIN-SRC-FLAG
             DISPLAY 'PIN FOR ' FUNCTION TRIM(CRED-OPER) ': '
                     WITH NO ADVANCING
             ACCEPT PIN-IN
           END-IF
           .

       CHECK-PIN-AGE SECTION.
           MOVE 0 TO PIN-AGE
           IF CR-LINE(CR-IX)(20:8) IS NUMERIC
             MOVE CR-LINE(CR-IX)(20:8) TO PIN-INT
             COMPUTE PIN-INT = FUNCTION INTEGER-OF-DATE(PIN-INT)
             IF TODAY-INT > PIN-INT
               COMPUTE PIN-AGE = TODAY-INT - PIN-INT
             END-IF
           END-IF
           .

      *> One-way hash of the operator id and PIN into HASH-TEXT -
      *> the id salts it, so two operators with the same PIN do not
      *> share a hash.
       HASH-PIN SECTION.
           MOVE SPACES TO HASH-SRC
           STRING CRED-OPER PIN-WRK DELIMITED BY SIZE INTO HASH-SRC
           MOVE 16 TO HASH-LEN
           PERFORM HASH-SOURCE
           .

      *> The session token is the same hash over the operator, the
      *> run id and the stored PIN hash.
       MAKE-SESSION-TOKEN SECTION.
           MOVE SPACES TO HASH-SRC
           STRING CRED-OPER CRED-RUN-ID CR-LINE(CR-IX)(10:9)
                  DELIMITED BY SIZE INTO HASH-SRC
           MOVE 33 TO HASH-LEN
           PERFORM HASH-SOURCE
           .

       HASH-SOURCE SECTION.
           MOVE 7 TO HASH-VAL
           PERFORM VARYING HASH-ROUND FROM 1 BY 1
                     UNTIL HASH-ROUND > 3
             PERFORM VARYING HASH-IX FROM 1 BY 1
                       UNTIL HASH-IX > HASH-LEN
               COMPUTE HASH-VAL = FUNCTION MOD(
                   HASH-VAL * 131
                   + FUNCTION ORD(HASH-SRC(HASH-IX:1))
                   + HASH-ROUND, 999999937)
             END-PERFORM
           END-PERFORM
           MOVE HASH-VAL TO HASH-TEXT
           .

       LOAD-CREDS SECTION.
           MOVE 0 TO CR-CNT CR-ACTIVE
           MOVE 'C' TO OPERCRED-FLAG
           OPEN INPUT OPERCRED
           IF OPERCRED-FS = '00'
             PERFORM READ-OPERCRED-REC
             PERFORM UNTIL OPERCRED-EOF
               IF CR-CNT < 200
                 ADD 1 TO CR-CNT
                 MOVE OPERCRED-REC TO CR-LINE(CR-CNT)
                 IF OPERCRED-REC NOT = SPACES
                    AND OPERCRED-REC(1:1) NOT = '*'
                   ADD 1 TO CR-ACTIVE
                 END-IF
               END-IF
               PERFORM READ-OPERCRED-REC
             END-PERFORM
             CLOSE OPERCRED
           END-IF
           .

       READ-OPERCRED-REC SECTION.
           READ OPERCRED
           IF OPERCRED-FS NOT = '00'
             SET OPERCRED-EOF TO TRUE
           END-IF
           .

       FIND-CRED SECTION.
           MOVE 'N' TO CRED-FND-FLAG
           PERFORM VARYING CR-IX FROM 1 BY 1
                     UNTIL CR-IX > CR-CNT OR CRED-FOUND
             IF CR-LINE(CR-IX)(1:1) NOT = '*'
                AND CR-LINE(CR-IX)(1:8) = CRED-OPER
               SET CRED-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF CRED-FOUND
             COMPUTE CR-IX = CR-IX - 1
           END-IF
           .

       REWRITE-CREDS SECTION.
           OPEN OUTPUT OPERCRED
           IF OPERCRED-FS NOT = '00'
             DISPLAY 'CREDSRV: OPERCRED.TXT COULD NOT BE REWRITTEN, '
                     'STATUS ' OPERCRED-FS
             EXIT SECTION
           END-IF
           PERFORM VARYING HASH-IX FROM 1 BY 1
                     UNTIL HASH-IX > CR-CNT
             MOVE CR-LINE(HASH-IX) TO OPERCRED-REC
             WRITE OPERCRED-REC
           END-PERFORM
           CLOSE OPERCRED
           MOVE 'N' TO REWRITE-FLAG
           .

       LOG-FAILURE SECTION.
           MOVE CRED-REASON TO SEC-DETAIL
           PERFORM WRITE-SECLOG
           .

      *> A security log that cannot be written must not take the
      *> caller down - the refusal still stands.
       WRITE-SECLOG SECTION.
           OPEN EXTEND SECLOG
           IF SECLOG-FS = '35'
             OPEN OUTPUT SECLOG
           END-IF
           IF SECLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           MOVE SPACES TO SECLOG-REC
           MOVE CRED-DATE TO SECLOG-REC(1:8)
           MOVE CRED-TIME TO SECLOG-REC(10:8)
           MOVE SEC-EVENT TO SECLOG-REC(19:8)
           MOVE CRED-OPER TO SECLOG-REC(28:8)
           MOVE CRED-PGM TO SECLOG-REC(37:8)
           MOVE CRED-FUNC TO SECLOG-REC(46:14)
           MOVE CRED-RUN-ID TO SECLOG-REC(61:16)
           MOVE CRED-BY TO SECLOG-REC(78:8)
           MOVE SEC-DETAIL TO SECLOG-REC(87:60)
           WRITE SECLOG-REC
           CLOSE SECLOG
           .
