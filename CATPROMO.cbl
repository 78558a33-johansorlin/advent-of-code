       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATPROMO.

      *> Promotion of control-file changes from the sandbox to
      *> production. A catalog or schedule change was proven in the
      *> sandbox and then typed in again by hand against production,
      *> so what went live was never quite what was tested. This
      *> compares each control master's SANDBOX_ copy (SBOXWS.cpy)
      *> with the production file, record by record on its key:
      *>   PZLCAT    puzzle catalog       YEAR(10:4) DAY(15:2)
      *>                                  PART(18:1)
      *>   EXCPTOL   exception tolerance  PGM before the comma
      *>   SCHEDMST  step schedule        STEP-KEY(1:15)
      *>   JOBNET    close job network    PHASE(1:8)
      *> and lists every ADDED, CHANGED and RETIRED record, numbered.
      *> Every added or changed record is put through the checks
      *> PZLCMNT applies on the way in (required program, label
      *> characters, run flag, numeric expected answer, sample file
      *> on disk, no duplicate key) or the equivalent for the other
      *> masters; one that fails is listed REJECTED with the reason
      *> and cannot be picked - fix it in the sandbox first.
      *>
      *> The operator must hold CATALOG-CHANGE. The operator picks
      *> which changes go; a second operator, also holding
      *> CATALOG-CHANGE, approves the selection with their own
      *> credential (APPROVER_PIN, or a prompt) before anything is
      *> written. Each production master is then re-written whole,
      *> comment lines kept and an added record placed where it
      *> stands in the sandbox copy; a record production changed
      *> since the compare is skipped rather than overwritten.
      *>
      *> Every applied change goes on the promotion log
      *> PROMOLOG.txt, with its before and after image - the record
      *> of what production was given and who allowed it:
      *>   DATE(1:8) TIME(10:8) RUN-ID(19:16) OPER(36:8)
      *>   APPROVER(45:8) FILE(54:8) ACTION(63:7) KEY(71:16)
      *>   IMAGE-TYPE(88:1) IMAGE(90:160)
      *> IMAGE-TYPE 'B' is the record as production had it, 'A' as
      *> promoted: an ADDED change logs an 'A' line, a RETIRED one a
      *> 'B' line and a CHANGED one both, 'B' first.
      *> Production is the target, so the program refuses to run
      *> under SANDBOX_MODE=Y. PM0001 is logged for a promotion;
      *> changes that failed validation end the run RC 4 with
      *> PM0002.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           SELECT PROMOF ASSIGN TO DYNAMIC PROMO-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROMOF-FS.

           SELECT PROMOLOG ASSIGN TO 'PROMOLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROMOLOG-FS.

           COPY AUTHSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

      *> Any of the four control masters, sandbox or production -
      *> PZLCAT's 160 bytes is the widest of them.
       FD  PROMOF.
       01  PROMOF-REC         PIC X(160).

      *> Promotion log - layout in the program header.
       FD  PROMOLOG.
       01  PROMOLOG-REC       PIC X(249).

       COPY AUTHFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY MNTSWS.
           COPY AUTHWS.
           COPY AUDTWS.
           05 PROMOF-FS       PIC XX.
           05 PROMOLOG-FS     PIC XX.
           05 PROMO-DSN       PIC X(80).
           05 PROD-DSN        PIC X(80).
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 CONFIRM-ANS     PIC X(2).
           05 FILE-IX         PIC S9(4) COMP.
           05 CHG-IX          PIC S9(4) COMP.
           05 LN-IX           PIC S9(4) COMP.
           05 WRK-IX          PIC S9(4) COMP.
           05 FND-IX          PIC S9(4) COMP.
           05 INS-IX          PIC S9(4) COMP.
           05 PICK-NUM        PIC 9(4).
           05 LBL-IX          PIC S9(4) COMP.
           05 LBL-LEN         PIC S9(4) COMP.
           05 LBL-TAL         PIC 9(4).
           05 EXIST-STATUS    PIC 9(9) COMP-5.
           05 CUR-IMAGE       PIC X(160).
           05 CUR-KEY         PIC X(16).
           05 KEY-PGM         PIC X(8).
           05 KEY-CNT         PIC X(10).
           05 CHK-REASON      PIC X(50).
           05 CHG-CNT         PIC 9(4).
           05 SEL-CNT         PIC 9(4).
           05 REJ-CNT         PIC 9(4).
           05 DONE-CNT        PIC 9(4).
           05 STALE-CNT       PIC 9(4).
           05 FILE-DONE-CNT   PIC 9(4).
           05 APPROVER-ID     PIC X(8).
           05 APPROVER-PIN    PIC X(8).
           05 HOLD-OPER       PIC X(8).
           05 HOLD-PIN        PIC X(8).
           05 HOLD-TOKEN      PIC X(9).
           05 LOG-DATE        PIC 9(8).
           05 LOG-TIME        PIC 9(8).
           05 SEQ-ED          PIC ZZZ9.

      *> One control master at a time, production and sandbox copy,
      *> every line including comments so the rewrite keeps them.
      *> A DATA flag of 'N' marks a comment or blank line.
       01  PROD-TBL-REC.
           05 PRD-CNT         PIC S9(4) COMP.
           05 PRD-LINE OCCURS 300 TIMES.
              10 PL-IMAGE     PIC X(160).
              10 PL-KEY       PIC X(16).
              10 PL-DATA      PIC X.
       01  SBOX-TBL-REC.
           05 SBX-CNT         PIC S9(4) COMP.
           05 SBX-LINE OCCURS 300 TIMES.
              10 SL-IMAGE     PIC X(160).
              10 SL-KEY       PIC X(16).
              10 SL-DATA      PIC X.

      *> Every difference found across the four masters. SEL is
      *> 'Y' picked, 'P' promoted, 'S' skipped as stale at apply
      *> time; SBX-SEQ is an added record's line in the sandbox copy,
      *> which decides where it goes in production.
       01  CHG-TBL-REC.
           05 CHG-ENT OCCURS 200 TIMES.
              10 CH-FILE-IX   PIC S9(4) COMP.
              10 CH-ACTION    PIC X(7).
              10 CH-KEY       PIC X(16).
              10 CH-OLD       PIC X(160).
              10 CH-NEW       PIC X(160).
              10 CH-SBX-SEQ   PIC S9(4) COMP.
              10 CH-OK        PIC X.
              10 CH-REASON    PIC X(50).
              10 CH-SEL       PIC X.

      *> Kept outside WORKSPACE so MAIN's INITIALIZE cannot blank
      *> the VALUEs away.
       01  PROMO-FILE-VALUES.
           05 FILLER          PIC X(8) VALUE 'PZLCAT'.
           05 FILLER          PIC X(8) VALUE 'EXCPTOL'.
           05 FILLER          PIC X(8) VALUE 'SCHEDMST'.
           05 FILLER          PIC X(8) VALUE 'JOBNET'.
       01  PROMO-FILE-TBL REDEFINES PROMO-FILE-VALUES.
           05 PF-NAME         PIC X(8) OCCURS 4 TIMES.

       01  DAY-NAME-VALUES.
           05 FILLER          PIC X(9) VALUE 'MONDAY'.
           05 FILLER          PIC X(9) VALUE 'TUESDAY'.
           05 FILLER          PIC X(9) VALUE 'WEDNESDAY'.
           05 FILLER          PIC X(9) VALUE 'THURSDAY'.
           05 FILLER          PIC X(9) VALUE 'FRIDAY'.
           05 FILLER          PIC X(9) VALUE 'SATURDAY'.
           05 FILLER          PIC X(9) VALUE 'SUNDAY'.
       01  DAY-NAME-TBL REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME        PIC X(9) OCCURS 7 TIMES.

       01  LABEL-CHARSET      PIC X(37) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-'.

      *> File-info block for CBL_CHECK_FILE_EXIST - only existence
      *> matters here, but the routine wants the full block.
       01  FILE-INFO.
           05 FI-SIZE         PIC X(8) COMP-X.
           05 FI-DD           PIC X    COMP-X.
           05 FI-MM           PIC X    COMP-X.
           05 FI-YYYY         PIC XX   COMP-X.
           05 FI-HH           PIC X    COMP-X.
           05 FI-MI           PIC X    COMP-X.
           05 FI-SS           PIC X    COMP-X.
           05 FILLER          PIC X    COMP-X.

       COPY MSGCWS.

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 FND-FLAG        PIC X    VALUE 'N'.
              88 LINE-FOUND            VALUE 'Y'.
           05 CHK-OK-FLAG     PIC X    VALUE 'N'.
              88 IMAGE-VALID           VALUE 'Y'.
           05 SBX-PRESENT-SW  PIC X    VALUE 'N'.
              88 SANDBOX-COPY-PRESENT  VALUE 'Y'.
           05 APPROVE-SW      PIC X    VALUE 'N'.
              88 SECOND-APPROVED       VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE PROD-TBL-REC SBOX-TBL-REC CHG-TBL-REC
                      SWITCHES
           PERFORM GET-RUN-ID

      *> The sandbox switch would point "production" at the SANDBOX_
      *> copies themselves - there is nothing to promote from there.
           IF SANDBOX-ACTIVE
             DISPLAY 'CATPROMO: SANDBOX MODE IS ACTIVE - PROMOTION '
                     'WRITES PRODUCTION, SO IT IS REFUSED IN THE '
                     'SANDBOX; UNSET SANDBOX_MODE TO PROMOTE'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

      *> Promotion rewrites the same production controls PZLCMNT and
      *> TOLMNT do - none while the system is under maintenance.
           MOVE 'CATPROMO' TO MNTS-PGM
           PERFORM REFUSE-IF-MAINT

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             IF ANSWER-TEXT NOT = SPACES
               MOVE ANSWER-TEXT TO OPERATOR-ID
             END-IF
           END-IF

      *> Promotion rewrites the same masters PZLCMNT maintains, so
      *> it takes the same authority.
           MOVE 'CATPROMO' TO AUDT-PGM
           MOVE 'CATALOG-CHANGE' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           PERFORM VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > 4
             PERFORM COMPARE-ONE-FILE
           END-PERFORM

           IF CHG-CNT = 0
             DISPLAY 'CATPROMO: SANDBOX AND PRODUCTION AGREE - '
                     'NOTHING TO PROMOTE'
             PERFORM END-RUN
           END-IF

           PERFORM LIST-CHANGES
           PERFORM UNTIL EXIT-REQUESTED
             PERFORM DISPLAY-MENU
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM LIST-CHANGES
               WHEN '2'
                 PERFORM PICK-CHANGE
               WHEN '3'
                 PERFORM DROP-CHANGE
               WHEN '4'
                 PERFORM PROMOTE-SELECTED
               WHEN '0'
                 SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM

           IF REJ-CNT > 0
             MOVE 'PM0002' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE 'CATPROMO' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING REJ-CNT ' SANDBOX CHANGE(S) FAILED VALIDATION '
                    'AND COULD NOT BE PROMOTED'
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           GOBACK
           .

       DISPLAY-MENU SECTION.
           DISPLAY ' '
           DISPLAY 'SANDBOX PROMOTION - ' CHG-CNT ' CHANGE(S), '
                   SEL-CNT ' PICKED, ' REJ-CNT ' REJECTED'
           DISPLAY ' 1. LIST THE CHANGES'
           DISPLAY ' 2. PICK A CHANGE (OR A FOR ALL)'
           DISPLAY ' 3. DROP A PICKED CHANGE'
           DISPLAY ' 4. PROMOTE THE PICKED CHANGES'
           DISPLAY ' 0. EXIT'
           DISPLAY 'SELECTION: ' WITH NO ADVANCING
           .

      *> A missing sandbox copy means that master was never worked
      *> on in the sandbox - it is left out, not read as "every
      *> production record retired". A missing production copy (the
      *> tolerance file is optional) compares as empty.
       COMPARE-ONE-FILE SECTION.
           PERFORM LOAD-SBOX-TABLE
           IF NOT SANDBOX-COPY-PRESENT
             DISPLAY 'CATPROMO: NO SANDBOX COPY OF '
                     FUNCTION TRIM(PF-NAME(FILE-IX))
                     ' - NOT COMPARED'
             EXIT SECTION
           END-IF
           PERFORM LOAD-PROD-TABLE

           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > SBX-CNT
             IF SL-DATA(LN-IX) = 'Y'
               PERFORM COMPARE-SBOX-LINE
             END-IF
           END-PERFORM

           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > PRD-CNT
             IF PL-DATA(LN-IX) = 'Y'
               MOVE PL-KEY(LN-IX) TO CUR-KEY
               PERFORM FIND-SBOX-KEY
               IF NOT LINE-FOUND
                 PERFORM NEW-CHANGE-ENTRY
                 IF CHG-IX > 0
                   MOVE 'RETIRED' TO CH-ACTION(CHG-IX)
                   MOVE PL-IMAGE(LN-IX) TO CH-OLD(CHG-IX)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           .

      *> The sandbox line at LN-IX against production. An unchanged
      *> record is no change at all; a key the sandbox copy carries
      *> twice is rejected outright, as PZLCMNT would reject it.
       COMPARE-SBOX-LINE SECTION.
           MOVE SL-KEY(LN-IX) TO CUR-KEY
           MOVE SPACES TO CHK-REASON
           PERFORM VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX >= LN-IX
             IF SL-DATA(WRK-IX) = 'Y' AND SL-KEY(WRK-IX) = CUR-KEY
               MOVE 'DUPLICATE KEY IN THE SANDBOX COPY'
                 TO CHK-REASON
             END-IF
           END-PERFORM

           PERFORM FIND-PROD-KEY
           IF LINE-FOUND
             IF PL-IMAGE(FND-IX) = SL-IMAGE(LN-IX)
               EXIT SECTION
             END-IF
           END-IF

           PERFORM NEW-CHANGE-ENTRY
           IF CHG-IX = 0
             EXIT SECTION
           END-IF
           IF LINE-FOUND
             MOVE 'CHANGED' TO CH-ACTION(CHG-IX)
             MOVE PL-IMAGE(FND-IX) TO CH-OLD(CHG-IX)
           ELSE
             MOVE 'ADDED' TO CH-ACTION(CHG-IX)
           END-IF
           MOVE SL-IMAGE(LN-IX) TO CH-NEW(CHG-IX)
           MOVE LN-IX TO CH-SBX-SEQ(CHG-IX)

           IF CHK-REASON = SPACES
             MOVE SL-IMAGE(LN-IX) TO CUR-IMAGE
             PERFORM VALIDATE-IMAGE
           END-IF
           IF CHK-REASON NOT = SPACES
             MOVE 'N' TO CH-OK(CHG-IX)
             MOVE CHK-REASON TO CH-REASON(CHG-IX)
             ADD 1 TO REJ-CNT
           END-IF
           .

      *> Opens the next change entry for CUR-KEY in the current
      *> master; CHG-IX comes back 0 when the table is full.
       NEW-CHANGE-ENTRY SECTION.
           IF CHG-CNT NOT < 200
             DISPLAY 'CATPROMO: MORE THAN 200 DIFFERENCES - '
                     FUNCTION TRIM(PF-NAME(FILE-IX)) ' KEY '
                     FUNCTION TRIM(CUR-KEY) ' NOT LISTED'
             MOVE 0 TO CHG-IX
             EXIT SECTION
           END-IF
           ADD 1 TO CHG-CNT
           MOVE CHG-CNT TO CHG-IX
           INITIALIZE CHG-ENT(CHG-IX)
           MOVE FILE-IX TO CH-FILE-IX(CHG-IX)
           MOVE CUR-KEY TO CH-KEY(CHG-IX)
           MOVE 'Y' TO CH-OK(CHG-IX)
           MOVE 'N' TO CH-SEL(CHG-IX)
           .

       LIST-CHANGES SECTION.
           DISPLAY ' '
           DISPLAY '   NO FILE     ACTION  KEY              STATUS'
           PERFORM VARYING CHG-IX FROM 1 BY 1 UNTIL CHG-IX > CHG-CNT
             MOVE CHG-IX TO SEQ-ED
             EVALUATE TRUE
               WHEN CH-OK(CHG-IX) NOT = 'Y'
                 MOVE 'REJECTED' TO ANSWER-TEXT
               WHEN CH-SEL(CHG-IX) = 'Y'
                 MOVE 'PICKED' TO ANSWER-TEXT
               WHEN CH-SEL(CHG-IX) = 'P'
                 MOVE 'PROMOTED' TO ANSWER-TEXT
               WHEN CH-SEL(CHG-IX) = 'S'
                 MOVE 'STALE' TO ANSWER-TEXT
               WHEN OTHER
                 MOVE SPACES TO ANSWER-TEXT
             END-EVALUATE
             DISPLAY ' ' SEQ-ED ' ' PF-NAME(CH-FILE-IX(CHG-IX)) ' '
                     CH-ACTION(CHG-IX) ' ' CH-KEY(CHG-IX) ' '
                     FUNCTION TRIM(ANSWER-TEXT)
             IF CH-OLD(CHG-IX) NOT = SPACES
               DISPLAY '        WAS: '
                       FUNCTION TRIM(CH-OLD(CHG-IX), TRAILING)
             END-IF
             IF CH-NEW(CHG-IX) NOT = SPACES
               DISPLAY '        NOW: '
                       FUNCTION TRIM(CH-NEW(CHG-IX), TRAILING)
             END-IF
             IF CH-OK(CHG-IX) NOT = 'Y'
               DISPLAY '        WHY: ' CH-REASON(CHG-IX)
             END-IF
           END-PERFORM
           .

      *> A picks every change that passed validation and is not
      *> yet promoted.
       PICK-CHANGE SECTION.
           DISPLAY 'CHANGE NUMBER TO PICK (A FOR ALL): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT = 'A' OR ANSWER-TEXT = 'a'
             PERFORM VARYING CHG-IX FROM 1 BY 1
                       UNTIL CHG-IX > CHG-CNT
               IF CH-OK(CHG-IX) = 'Y' AND CH-SEL(CHG-IX) = 'N'
                 MOVE 'Y' TO CH-SEL(CHG-IX)
                 ADD 1 TO SEL-CNT
               END-IF
             END-PERFORM
             DISPLAY SEL-CNT ' CHANGE(S) NOW PICKED'
             EXIT SECTION
           END-IF
           PERFORM ACCEPT-CHANGE-NUMBER
           IF CHG-IX = 0
             EXIT SECTION
           END-IF
           EVALUATE TRUE
             WHEN CH-OK(CHG-IX) NOT = 'Y'
               DISPLAY 'CHANGE ' PICK-NUM ' FAILED VALIDATION - '
                       FUNCTION TRIM(CH-REASON(CHG-IX))
             WHEN CH-SEL(CHG-IX) NOT = 'N'
               DISPLAY 'CHANGE ' PICK-NUM ' IS ALREADY PICKED OR '
                       'DONE'
             WHEN OTHER
               MOVE 'Y' TO CH-SEL(CHG-IX)
               ADD 1 TO SEL-CNT
               DISPLAY 'CHANGE ' PICK-NUM ' PICKED'
           END-EVALUATE
           .

       DROP-CHANGE SECTION.
           DISPLAY 'CHANGE NUMBER TO DROP: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           PERFORM ACCEPT-CHANGE-NUMBER
           IF CHG-IX = 0
             EXIT SECTION
           END-IF
           IF CH-SEL(CHG-IX) = 'Y'
             MOVE 'N' TO CH-SEL(CHG-IX)
             SUBTRACT 1 FROM SEL-CNT
             DISPLAY 'CHANGE ' PICK-NUM ' DROPPED'
           ELSE
             DISPLAY 'CHANGE ' PICK-NUM ' IS NOT PICKED'
           END-IF
           .

      *> ANSWER-TEXT to a change number; CHG-IX 0 when it is not
      *> one on the list.
       ACCEPT-CHANGE-NUMBER SECTION.
           MOVE 0 TO CHG-IX
           IF ANSWER-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(ANSWER-TEXT) NOT = 0
             DISPLAY 'ENTER A CHANGE NUMBER FROM THE LIST'
             EXIT SECTION
           END-IF
           COMPUTE PICK-NUM = FUNCTION NUMVAL(ANSWER-TEXT)
           IF PICK-NUM < 1 OR PICK-NUM > CHG-CNT
             DISPLAY 'NO CHANGE ' PICK-NUM ' ON THE LIST'
             EXIT SECTION
           END-IF
           MOVE PICK-NUM TO CHG-IX
           .

      *> Confirmation, then the second approver, then one master at
      *> a time. The compare is stale once production has moved, so
      *> the session ends after a promotion; run again for more.
       PROMOTE-SELECTED SECTION.
           IF SEL-CNT = 0
             DISPLAY 'NO CHANGES PICKED - PICK WITH OPTION 2 FIRST'
             EXIT SECTION
           END-IF
           DISPLAY 'PROMOTE ' SEL-CNT ' CHANGE(S) TO PRODUCTION? '
                   '(Y/N): ' WITH NO ADVANCING
           MOVE SPACES TO CONFIRM-ANS
           ACCEPT CONFIRM-ANS
           IF CONFIRM-ANS NOT = 'Y'
             DISPLAY 'NOT CONFIRMED - PRODUCTION UNCHANGED'
             EXIT SECTION
           END-IF

           PERFORM GET-SECOND-APPROVER
           IF NOT SECOND-APPROVED
             DISPLAY 'NOT APPROVED - PRODUCTION UNCHANGED'
             EXIT SECTION
           END-IF

           MOVE 0 TO DONE-CNT STALE-CNT
           PERFORM VARYING FILE-IX FROM 1 BY 1 UNTIL FILE-IX > 4
             PERFORM APPLY-ONE-FILE
           END-PERFORM

           DISPLAY 'CATPROMO: ' DONE-CNT ' CHANGE(S) PROMOTED, '
                   STALE-CNT ' SKIPPED AS STALE'
           IF DONE-CNT > 0
             MOVE 'PM0001' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             MOVE 'CATPROMO' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING DONE-CNT ' SANDBOX CHANGE(S) PROMOTED BY '
                    FUNCTION TRIM(OPERATOR-ID) ', APPROVED BY '
                    FUNCTION TRIM(APPROVER-ID)
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
           END-IF
           IF STALE-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           SET EXIT-REQUESTED TO TRUE
           .

      *> A second operator proves who they are through the
      *> credential service and must hold CATALOG-CHANGE in their
      *> own right. The session's OPER_PIN and OPER_TOKEN are the
      *> first operator's, so they are set aside for the call - the
      *> approver's PIN comes from APPROVER_PIN or CREDSRV's prompt
      *> - and put back after it.
       GET-SECOND-APPROVER SECTION.
           MOVE 'N' TO APPROVE-SW
           DISPLAY 'SECOND APPROVER OPERATOR ID: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO APPROVER-ID
           IF APPROVER-ID = SPACES OR APPROVER-ID = OPERATOR-ID
             DISPLAY 'THE SECOND APPROVER MUST BE ANOTHER OPERATOR'
             EXIT SECTION
           END-IF

           MOVE SPACES TO HOLD-PIN HOLD-TOKEN APPROVER-PIN
           ACCEPT HOLD-PIN FROM ENVIRONMENT 'OPER_PIN'
           ACCEPT HOLD-TOKEN FROM ENVIRONMENT 'OPER_TOKEN'
           ACCEPT APPROVER-PIN FROM ENVIRONMENT 'APPROVER_PIN'
           DISPLAY 'OPER_PIN' UPON ENVIRONMENT-NAME
           DISPLAY APPROVER-PIN UPON ENVIRONMENT-VALUE
           DISPLAY 'OPER_TOKEN' UPON ENVIRONMENT-NAME
           DISPLAY ' ' UPON ENVIRONMENT-VALUE

           MOVE 'V' TO CRED-ACTION
           MOVE APPROVER-ID TO CRED-OPER
           MOVE 'CATPROMO' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE 'CATALOG-CHANGE' TO CRED-FUNC
           MOVE SPACES TO CRED-BY
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL

           DISPLAY 'OPER_PIN' UPON ENVIRONMENT-NAME
           DISPLAY HOLD-PIN UPON ENVIRONMENT-VALUE
           DISPLAY 'OPER_TOKEN' UPON ENVIRONMENT-NAME
           DISPLAY HOLD-TOKEN UPON ENVIRONMENT-VALUE

           IF NOT CRED-VERIFIED
             DISPLAY 'APPROVER ' APPROVER-ID ' NOT VERIFIED: '
                     FUNCTION TRIM(CRED-REASON)
             MOVE 'DENIED' TO AUDT-EVENT
             MOVE 8 TO AUDT-RC
             PERFORM WRITE-APPROVER-AUDIT
             EXIT SECTION
           END-IF

           MOVE OPERATOR-ID TO HOLD-OPER
           MOVE APPROVER-ID TO OPERATOR-ID
           MOVE 'CATALOG-CHANGE' TO AUTH-FUNC
           PERFORM CHECK-OPER-AUTH
           MOVE HOLD-OPER TO OPERATOR-ID
           IF NOT AUTH-GRANTED
             DISPLAY 'AUTHORIZATION REFUSED: APPROVER ' APPROVER-ID
                     ' IS NOT PROFILED FOR CATALOG-CHANGE - SEE '
                     'OPERAUTH.TXT'
             MOVE 'L' TO CRED-ACTION
             MOVE 'DENIED' TO CRED-EVENT
             MOVE 'NOT PROFILED FOR THE FUNCTION IN OPERAUTH.TXT'
               TO CRED-DETAIL
             CALL 'CREDSRV' USING CRED-CTL
             END-CALL
             MOVE 'DENIED' TO AUDT-EVENT
             MOVE 8 TO AUDT-RC
             PERFORM WRITE-APPROVER-AUDIT
             EXIT SECTION
           END-IF

           SET SECOND-APPROVED TO TRUE
           MOVE 'APPROVE' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-APPROVER-AUDIT
           .

      *> The approver's own id goes on the audit record, so the
      *> approval or refusal is on the log under the operator who
      *> gave it.
       WRITE-APPROVER-AUDIT SECTION.
           MOVE OPERATOR-ID TO HOLD-OPER
           MOVE APPROVER-ID TO OPERATOR-ID
           PERFORM WRITE-AUDTLOG
           MOVE HOLD-OPER TO OPERATOR-ID
           .

      *> Re-reads production, applies this master's picked changes
      *> to the table, re-writes the file and logs what went in. A
      *> CHANGED or RETIRED record must still be exactly what the
      *> compare saw, and an ADDED key still absent, or the change
      *> is skipped as stale.
       APPLY-ONE-FILE SECTION.
           MOVE 0 TO FILE-DONE-CNT
           PERFORM VARYING CHG-IX FROM 1 BY 1 UNTIL CHG-IX > CHG-CNT
             IF CH-FILE-IX(CHG-IX) = FILE-IX
                AND CH-SEL(CHG-IX) = 'Y'
               ADD 1 TO FILE-DONE-CNT
             END-IF
           END-PERFORM
           IF FILE-DONE-CNT = 0
             EXIT SECTION
           END-IF

           PERFORM LOAD-SBOX-TABLE
           PERFORM LOAD-PROD-TABLE
           MOVE 0 TO FILE-DONE-CNT
           PERFORM VARYING CHG-IX FROM 1 BY 1 UNTIL CHG-IX > CHG-CNT
             IF CH-FILE-IX(CHG-IX) = FILE-IX
                AND CH-SEL(CHG-IX) = 'Y'
               PERFORM APPLY-ONE-CHANGE
             END-IF
           END-PERFORM
           IF FILE-DONE-CNT = 0
             EXIT SECTION
           END-IF

           PERFORM WRITE-PROD-FILE
           IF PROMOF-FS NOT = '00'
             DISPLAY 'CATPROMO: ' FUNCTION TRIM(PROD-DSN)
                     ' COULD NOT BE WRITTEN, STATUS ' PROMOF-FS
                     ' - ITS CHANGES ARE NOT PROMOTED'
             PERFORM VARYING CHG-IX FROM 1 BY 1
                       UNTIL CHG-IX > CHG-CNT
               IF CH-FILE-IX(CHG-IX) = FILE-IX
                  AND CH-SEL(CHG-IX) = 'P'
                 MOVE 'S' TO CH-SEL(CHG-IX)
                 ADD 1 TO STALE-CNT
               END-IF
             END-PERFORM
             EXIT SECTION
           END-IF

           PERFORM VARYING CHG-IX FROM 1 BY 1 UNTIL CHG-IX > CHG-CNT
             IF CH-FILE-IX(CHG-IX) = FILE-IX
                AND CH-SEL(CHG-IX) = 'P'
               PERFORM WRITE-PROMOLOG-REC
               MOVE 'PROMOTE' TO AUDT-EVENT
               MOVE 0 TO AUDT-RC
               PERFORM WRITE-AUDTLOG
               ADD 1 TO DONE-CNT
             END-IF
           END-PERFORM
           .

       APPLY-ONE-CHANGE SECTION.
           MOVE CH-KEY(CHG-IX) TO CUR-KEY
           PERFORM FIND-PROD-KEY
           EVALUATE CH-ACTION(CHG-IX)
             WHEN 'CHANGED'
               IF NOT LINE-FOUND
                  OR PL-IMAGE(FND-IX) NOT = CH-OLD(CHG-IX)
                 PERFORM MARK-STALE
               ELSE
                 MOVE CH-NEW(CHG-IX) TO PL-IMAGE(FND-IX)
                 PERFORM MARK-APPLIED
               END-IF
             WHEN 'RETIRED'
               IF NOT LINE-FOUND
                  OR PL-IMAGE(FND-IX) NOT = CH-OLD(CHG-IX)
                 PERFORM MARK-STALE
               ELSE
                 PERFORM VARYING WRK-IX FROM FND-IX BY 1
                           UNTIL WRK-IX NOT < PRD-CNT
                   MOVE PRD-LINE(WRK-IX + 1) TO PRD-LINE(WRK-IX)
                 END-PERFORM
                 SUBTRACT 1 FROM PRD-CNT
                 PERFORM MARK-APPLIED
               END-IF
             WHEN 'ADDED'
               IF LINE-FOUND OR PRD-CNT NOT < 300
                 PERFORM MARK-STALE
               ELSE
                 PERFORM FIND-ADD-POSITION
                 ADD 1 TO PRD-CNT
                 PERFORM VARYING WRK-IX FROM PRD-CNT BY -1
                           UNTIL WRK-IX NOT > INS-IX
                   MOVE PRD-LINE(WRK-IX - 1) TO PRD-LINE(WRK-IX)
                 END-PERFORM
                 MOVE CH-NEW(CHG-IX) TO PL-IMAGE(INS-IX)
                 MOVE CUR-KEY TO PL-KEY(INS-IX)
                 MOVE 'Y' TO PL-DATA(INS-IX)
                 PERFORM MARK-APPLIED
               END-IF
           END-EVALUATE
           .

       MARK-APPLIED SECTION.
           MOVE 'P' TO CH-SEL(CHG-IX)
           ADD 1 TO FILE-DONE-CNT
           .

       MARK-STALE SECTION.
           MOVE 'S' TO CH-SEL(CHG-IX)
           ADD 1 TO STALE-CNT
           DISPLAY 'CATPROMO: ' FUNCTION TRIM(PF-NAME(FILE-IX))
                   ' KEY ' FUNCTION TRIM(CUR-KEY) ' CHANGED IN '
                   'PRODUCTION SINCE THE COMPARE - NOT PROMOTED'
           .

      *> An added record follows the nearest record before it in the
      *> sandbox copy that production also holds - the catalog's
      *> year/day/part order and the job network's run order both
      *> come across that way. With no such record it goes in
      *> ahead of the first production record, after the header
      *> comments.
       FIND-ADD-POSITION SECTION.
           MOVE 0 TO INS-IX
           PERFORM VARYING LN-IX FROM CH-SBX-SEQ(CHG-IX) BY -1
                     UNTIL LN-IX < 2 OR INS-IX > 0
             IF SL-DATA(LN-IX - 1) = 'Y'
               MOVE SL-KEY(LN-IX - 1) TO CUR-KEY
               PERFORM FIND-PROD-KEY
               IF LINE-FOUND
                 COMPUTE INS-IX = FND-IX + 1
               END-IF
             END-IF
           END-PERFORM
           MOVE CH-KEY(CHG-IX) TO CUR-KEY
           IF INS-IX > 0
             EXIT SECTION
           END-IF
           COMPUTE INS-IX = PRD-CNT + 1
           PERFORM VARYING WRK-IX FROM PRD-CNT BY -1
                     UNTIL WRK-IX < 1
             IF PL-DATA(WRK-IX) = 'Y'
               MOVE WRK-IX TO INS-IX
             END-IF
           END-PERFORM
           .

      *> Validation of one record image (CUR-IMAGE) of the master at
      *> FILE-IX; the first failure lands in CHK-REASON.
       VALIDATE-IMAGE SECTION.
           MOVE SPACES TO CHK-REASON
           EVALUATE FILE-IX
             WHEN 1
               PERFORM VALIDATE-PZLCAT-IMAGE
             WHEN 2
               PERFORM VALIDATE-EXCPTOL-IMAGE
             WHEN 3
               PERFORM VALIDATE-SCHEDMST-IMAGE
             WHEN 4
               PERFORM VALIDATE-JOBNET-IMAGE
           END-EVALUATE
           .

      *> The rules PZLCMNT enforces at its prompts, applied to the
      *> finished record.
       VALIDATE-PZLCAT-IMAGE SECTION.
           IF CUR-IMAGE(10:4) IS NOT NUMERIC
              OR CUR-IMAGE(15:2) IS NOT NUMERIC
              OR CUR-IMAGE(18:1) IS NOT NUMERIC
             MOVE 'YEAR, DAY AND PART MUST BE NUMERIC' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(15:2) < '01' OR CUR-IMAGE(15:2) > '25'
             MOVE 'DAY MUST BE 1 THROUGH 25' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(18:1) NOT = '1' AND CUR-IMAGE(18:1) NOT = '2'
             MOVE 'PART MUST BE 1 OR 2' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(1:8) = SPACES
             MOVE 'PROGRAM IS REQUIRED' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(22:16) = SPACES
             MOVE 'ANSWER LABEL IS REQUIRED' TO CHK-REASON
             EXIT SECTION
           END-IF
           COMPUTE LBL-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(CUR-IMAGE(22:16), TRAILING))
           PERFORM VARYING LBL-IX FROM 1 BY 1
                     UNTIL LBL-IX > LBL-LEN OR CHK-REASON NOT = SPACES
             MOVE 0 TO LBL-TAL
             INSPECT LABEL-CHARSET TALLYING LBL-TAL
                 FOR ALL CUR-IMAGE(21 + LBL-IX:1)
             IF LBL-TAL = 0
               MOVE 'ANSWER LABEL MAY USE ONLY A-Z, 0-9 AND ''-'''
                 TO CHK-REASON
             END-IF
           END-PERFORM
           IF CHK-REASON NOT = SPACES
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(20:1) NOT = 'Y' AND CUR-IMAGE(20:1) NOT = 'N'
             MOVE 'RUN STEP MUST BE Y OR N' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(54:12) NOT = SPACES
              AND FUNCTION TEST-NUMVAL(CUR-IMAGE(54:12)) NOT = 0
             MOVE 'EXPECTED ANSWER MUST BE NUMERIC' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(108:40) = SPACES
             MOVE 'SAMPLE FILE IS REQUIRED' TO CHK-REASON
             EXIT SECTION
           END-IF
           MOVE CUR-IMAGE(108:40) TO ANSWER-TEXT
           CALL 'CBL_CHECK_FILE_EXIST' USING ANSWER-TEXT FILE-INFO
               RETURNING EXIST-STATUS
           IF EXIST-STATUS NOT = 0
             MOVE 'SAMPLE FILE DOES NOT EXIST' TO CHK-REASON
           END-IF
           .

      *> TOLMNT's rule: a program and a numeric threshold.
       VALIDATE-EXCPTOL-IMAGE SECTION.
           MOVE SPACES TO KEY-PGM KEY-CNT
           UNSTRING CUR-IMAGE DELIMITED BY ','
               INTO KEY-PGM KEY-CNT
           IF KEY-PGM = SPACES
             MOVE 'PROGRAM IS REQUIRED' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF KEY-CNT = SPACES
              OR FUNCTION TEST-NUMVAL(KEY-CNT) NOT = 0
             MOVE 'THRESHOLD MUST BE NUMERIC' TO CHK-REASON
           END-IF
           .

      *> The frequencies LOAD-SCHEDMST in RUNALL understands, and a
      *> day name RUNALL can match for a weekly step.
       VALIDATE-SCHEDMST-IMAGE SECTION.
           IF CUR-IMAGE(1:8) = SPACES
              OR CUR-IMAGE(9:7) IS NOT NUMERIC
             MOVE 'STEP KEY MUST BE PGM, YEAR, DAY AND PART'
               TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(17:1) NOT = 'D' AND CUR-IMAGE(17:1) NOT = 'W'
              AND CUR-IMAGE(17:1) NOT = 'O'
              AND CUR-IMAGE(17:1) NOT = 'H'
             MOVE 'FREQUENCY MUST BE D, W, O OR H' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(17:1) = 'W'
             MOVE 'N' TO FND-FLAG
             PERFORM VARYING WRK-IX FROM 1 BY 1
                       UNTIL WRK-IX > 7 OR LINE-FOUND
               IF CUR-IMAGE(19:9) = DAY-NAME(WRK-IX)
                 SET LINE-FOUND TO TRUE
               END-IF
             END-PERFORM
             IF NOT LINE-FOUND
               MOVE 'A WEEKLY STEP NEEDS A DAY NAME MONDAY-SUNDAY'
                 TO CHK-REASON
             END-IF
           END-IF
           .

      *> A phase needs a program and a numeric stop RC, and its
      *> predecessor must be a phase of the network proven in the
      *> sandbox copy.
       VALIDATE-JOBNET-IMAGE SECTION.
           IF CUR-IMAGE(10:8) = SPACES
             MOVE 'PROGRAM IS REQUIRED' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(28:2) IS NOT NUMERIC
             MOVE 'STOP RC MUST BE TWO DIGITS' TO CHK-REASON
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(19:8) = SPACES OR CUR-IMAGE(19:8) = '-'
             EXIT SECTION
           END-IF
           MOVE 'N' TO FND-FLAG
           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX > SBX-CNT OR LINE-FOUND
             IF SL-DATA(WRK-IX) = 'Y'
                AND SL-KEY(WRK-IX) = CUR-IMAGE(19:8)
               SET LINE-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT LINE-FOUND
             MOVE 'PREDECESSOR IS NOT A PHASE OF THE NETWORK'
               TO CHK-REASON
           END-IF
           .

      *> The key of record image CUR-IMAGE in the master at FILE-IX.
       BUILD-KEY SECTION.
           MOVE SPACES TO CUR-KEY
           EVALUATE FILE-IX
             WHEN 1
               STRING CUR-IMAGE(10:4) ' ' CUR-IMAGE(15:2) ' '
                      CUR-IMAGE(18:1)
                      DELIMITED BY SIZE INTO CUR-KEY
             WHEN 2
               MOVE SPACES TO KEY-PGM
               UNSTRING CUR-IMAGE DELIMITED BY ',' INTO KEY-PGM
               MOVE KEY-PGM TO CUR-KEY
             WHEN 3
               MOVE CUR-IMAGE(1:15) TO CUR-KEY
             WHEN 4
               MOVE CUR-IMAGE(1:8) TO CUR-KEY
           END-EVALUATE
           .

       FIND-PROD-KEY SECTION.
           MOVE 'N' TO FND-FLAG
           MOVE 0 TO FND-IX
           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX > PRD-CNT OR LINE-FOUND
             IF PL-DATA(WRK-IX) = 'Y' AND PL-KEY(WRK-IX) = CUR-KEY
               SET LINE-FOUND TO TRUE
               MOVE WRK-IX TO FND-IX
             END-IF
           END-PERFORM
           .

       FIND-SBOX-KEY SECTION.
           MOVE 'N' TO FND-FLAG
           PERFORM VARYING WRK-IX FROM 1 BY 1
                     UNTIL WRK-IX > SBX-CNT OR LINE-FOUND
             IF SL-DATA(WRK-IX) = 'Y' AND SL-KEY(WRK-IX) = CUR-KEY
               SET LINE-FOUND TO TRUE
             END-IF
           END-PERFORM
           .

      *> The production name of the master at FILE-IX into PROD-DSN;
      *> its sandbox copy is the same name through SBOX-PREFIX-WRK.
       SET-PROD-DSN SECTION.
           EVALUATE FILE-IX
             WHEN 1
               MOVE PZLCAT-DSN TO PROD-DSN
             WHEN 2
               MOVE EXCPTOL-DSN TO PROD-DSN
             WHEN 3
               MOVE SCHEDMST-DSN TO PROD-DSN
             WHEN 4
               MOVE JOBNET-DSN TO PROD-DSN
           END-EVALUATE
           .

       LOAD-PROD-TABLE SECTION.
           MOVE 0 TO PRD-CNT
           PERFORM SET-PROD-DSN
           MOVE PROD-DSN TO PROMO-DSN
           OPEN INPUT PROMOF
           IF PROMOF-FS NOT = '00'
             EXIT SECTION
           END-IF
           READ PROMOF
           PERFORM UNTIL PROMOF-FS NOT = '00'
             IF PRD-CNT < 300
               ADD 1 TO PRD-CNT
               MOVE PROMOF-REC TO PL-IMAGE(PRD-CNT) CUR-IMAGE
               MOVE 'N' TO PL-DATA(PRD-CNT)
               MOVE SPACES TO PL-KEY(PRD-CNT)
               IF CUR-IMAGE(1:1) NOT = '*' AND CUR-IMAGE NOT = SPACES
                 PERFORM BUILD-KEY
                 MOVE CUR-KEY TO PL-KEY(PRD-CNT)
                 MOVE 'Y' TO PL-DATA(PRD-CNT)
               END-IF
             ELSE
               DISPLAY 'CATPROMO: ' FUNCTION TRIM(PROD-DSN)
                       ' HAS MORE THAN 300 LINES - LINE IGNORED: '
                       PROMOF-REC(1:30)
             END-IF
             READ PROMOF
           END-PERFORM
           CLOSE PROMOF
           .

       LOAD-SBOX-TABLE SECTION.
           MOVE 0 TO SBX-CNT
           MOVE 'N' TO SBX-PRESENT-SW
           PERFORM SET-PROD-DSN
           MOVE PROD-DSN TO SBOX-WRK-DSN
           PERFORM SBOX-PREFIX-WRK
           MOVE SBOX-WRK-DSN TO PROMO-DSN
           OPEN INPUT PROMOF
           IF PROMOF-FS NOT = '00'
             EXIT SECTION
           END-IF
           SET SANDBOX-COPY-PRESENT TO TRUE
           READ PROMOF
           PERFORM UNTIL PROMOF-FS NOT = '00'
             IF SBX-CNT < 300
               ADD 1 TO SBX-CNT
               MOVE PROMOF-REC TO SL-IMAGE(SBX-CNT) CUR-IMAGE
               MOVE 'N' TO SL-DATA(SBX-CNT)
               MOVE SPACES TO SL-KEY(SBX-CNT)
               IF CUR-IMAGE(1:1) NOT = '*' AND CUR-IMAGE NOT = SPACES
                 PERFORM BUILD-KEY
                 MOVE CUR-KEY TO SL-KEY(SBX-CNT)
                 MOVE 'Y' TO SL-DATA(SBX-CNT)
               END-IF
             ELSE
               DISPLAY 'CATPROMO: ' FUNCTION TRIM(PROMO-DSN)
                       ' HAS MORE THAN 300 LINES - LINE IGNORED: '
                       PROMOF-REC(1:30)
             END-IF
             READ PROMOF
           END-PERFORM
           CLOSE PROMOF
           .

      *> The whole production master from the table, comment lines
      *> where they stood - the same whole-file rewrite PZLCMNT and
      *> TOLMNT make.
       WRITE-PROD-FILE SECTION.
           PERFORM SET-PROD-DSN
           MOVE PROD-DSN TO PROMO-DSN
           OPEN OUTPUT PROMOF
           IF PROMOF-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > PRD-CNT
             MOVE PL-IMAGE(LN-IX) TO PROMOF-REC
             WRITE PROMOF-REC
           END-PERFORM
           CLOSE PROMOF
           .

       WRITE-PROMOLOG-REC SECTION.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           OPEN EXTEND PROMOLOG
           IF PROMOLOG-FS = '35'
             OPEN OUTPUT PROMOLOG
           END-IF
           MOVE SPACES TO PROMOLOG-REC
           MOVE LOG-DATE TO PROMOLOG-REC(1:8)
           MOVE LOG-TIME TO PROMOLOG-REC(10:8)
           MOVE RUN-ID TO PROMOLOG-REC(19:16)
           MOVE OPERATOR-ID TO PROMOLOG-REC(36:8)
           MOVE APPROVER-ID TO PROMOLOG-REC(45:8)
           MOVE PF-NAME(FILE-IX) TO PROMOLOG-REC(54:8)
           MOVE CH-ACTION(CHG-IX) TO PROMOLOG-REC(63:7)
           MOVE CH-KEY(CHG-IX) TO PROMOLOG-REC(71:16)
           IF CH-ACTION(CHG-IX) NOT = 'ADDED'
             MOVE 'B' TO PROMOLOG-REC(88:1)
             MOVE CH-OLD(CHG-IX) TO PROMOLOG-REC(90:160)
             WRITE PROMOLOG-REC
           END-IF
           IF CH-ACTION(CHG-IX) NOT = 'RETIRED'
             MOVE 'A' TO PROMOLOG-REC(88:1)
             MOVE CH-NEW(CHG-IX) TO PROMOLOG-REC(90:160)
             WRITE PROMOLOG-REC
           END-IF
           CLOSE PROMOLOG
           .

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
