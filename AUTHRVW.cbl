       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHRVW.

      *> Quarterly access recertification for the operator
      *> permissions master OPERAUTH.txt, which only ever grows -
      *> operators who changed jobs still hold RESTORE and PURGE.
      *> Every grant is listed with its last actual use, taken from
      *> the records under the operator's id:
      *>   AUDTLOG.txt - the GRANTED event ENFORCE-OPER-AUTH writes
      *>                 (AUTHCK.cpy) names the function outright;
      *>                 any other event counts for the function
      *>                 its program is protected by (AUTH-PGM-MAP),
      *>                 DENIED attempts never count
      *>   MSGLOG.txt  - messages raised by a protected program, the
      *>                 same way (security messages SCnnnn report
      *>                 failures, not use, and are skipped)
      *>   CERTLOG.txt - certifications, as CERTIFY by the session
      *>                 operator
      *>   TOLLOG.txt  - tolerance changes, which no function
      *>                 protects - activity only
      *>   SECLOG.txt  - enrollments, resets and grants, as
      *>                 SECADMIN by the admin who made them
      *> A wildcard-function grant is used by any activity of the
      *> operator; a wildcard-operator grant by any operator. A
      *> grant unused for more than AUTHRVW_DAYS (default 90) days,
      *> or never used, is flagged DORMANT, and every '*' rule is
      *> flagged WILDCARD. The last recertification decision on the
      *> grant closes its line - the evidence the auditors ask for.
      *> The report is family AUTHRVW; flagged grants raise RV0001
      *> and end RC 4.
      *>
      *> AUTHRVW_MODE=REVIEW then opens the supervisor screen: each
      *> grant in turn, kept, revoked or skipped. The supervisor
      *> must prove their PIN and hold RECERTIFY, and may not decide
      *> their own grants. Nothing is written until the decisions
      *> are confirmed at the end; then revoked grants leave the
      *> master (comments and the rest kept in place) and every
      *> decision is appended to the recertification log
      *> RCRTLOG.txt with the supervisor's id - DATE(1:8) TIME(10:8)
      *> OPER(19:8) FUNC(28:14) DECISION(43:6) LAST-USE(50:8)
      *> FLAGS(59:16) SUPERVISOR(76:8) RUN-ID(85:16).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUTHSEL.

           COPY AUDTSEL.

           COPY SECLSEL.

           SELECT MSGLOG ASSIGN TO 'MSGLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MSGLOG-FS.

           SELECT CERTLOG ASSIGN TO 'CERTLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERTLOG-FS.

           SELECT TOLLOG ASSIGN TO 'TOLLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TOLLOG-FS.

      *> The same master at full line width for the review: the
      *> shared 40-byte OPERAUTH record would split the longer
      *> comment lines, and the rewrite must give them back whole.
           SELECT OPERMSTR ASSIGN TO 'OPERAUTH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERMSTR-FS.

           SELECT RCRTLOG ASSIGN TO 'RCRTLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RCRTLOG-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUTHFD.

       COPY AUDTFD.

       COPY SECLFD.

       FD  MSGLOG.
       01  MSGLOG-REC         PIC X(170).

       FD  CERTLOG.
       01  CERTLOG-REC        PIC X(100).

       FD  TOLLOG.
       01  TOLLOG-REC         PIC X(50).

       FD  OPERMSTR.
       01  OPERMSTR-REC       PIC X(80).

       FD  RCRTLOG.
       01  RCRTLOG-REC        PIC X(120).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           COPY RPGNWS.
           05 SECLOG-FS       PIC XX.
           05 MSGLOG-FS       PIC XX.
           05 CERTLOG-FS      PIC XX.
           05 TOLLOG-FS       PIC XX.
           05 RCRTLOG-FS      PIC XX.
           05 OPERMSTR-FS     PIC XX.
           05 MODE-TEXT       PIC X(8).
           05 DAYS-TEXT       PIC X(4).
           05 DORMANT-DAYS    PIC 9(4)  VALUE 90.
           05 TODAY-DATE      PIC 9(8).
           05 TODAY-INT       PIC 9(8).
           05 USE-AGE         PIC 9(6).
           05 AGE-ED          PIC ZZZZZ9.
           05 AGE-TEXT        PIC X(6).
           05 ANSWER-TEXT     PIC X(8).
           05 CONFIRM-ANS     PIC X(2).
           05 LOG-DATE        PIC 9(8).
           05 LOG-TIME        PIC 9(8).
           05 USE-TEXT        PIC X(17).
           05 REV-TEXT        PIC X(24).
           05 GRANT-CNT-ED    PIC 9(4).
           05 DORMANT-CNT     PIC 9(4).
           05 WILD-CNT        PIC 9(4).
           05 NEVER-CNT       PIC 9(4).
           05 KEEP-CNT        PIC 9(4).
           05 REVOKE-CNT      PIC 9(4).
           05 REPORT-RC       PIC S9(4) COMP.
           05 MAP-IX          PIC S9(4) COMP.
      *> One piece of evidence: who, when, from which log and
      *> program, and the function it proves (spaces when it only
      *> proves the operator was active).
           05 EV-OPER         PIC X(8).
           05 EV-FUNC         PIC X(14).
           05 EV-PGM          PIC X(8).
           05 EV-SRC          PIC X(8).
           05 EV-STAMP.
              10 EV-DATE      PIC X(8).
              10 EV-TIME      PIC X(8).
      *> The master line for line, so a revocation can drop its
      *> lines and write everything else back untouched.
           05 OA-CNT          PIC S9(4) COMP VALUE 0.
           05 OA-IX           PIC S9(4) COMP.
           05 OA-TBL.
              10 OA-ENT OCCURS 300 TIMES.
                 15 OA-LINE   PIC X(80).
                 15 OA-DROP   PIC X.
      *> One entry per grant line, in master order.
           05 GR-CNT          PIC S9(4) COMP VALUE 0.
           05 GR-IX           PIC S9(4) COMP.
           05 GR-TBL.
              10 GR-ENT OCCURS 300 TIMES.
                 15 GR-OA-IX     PIC S9(4) COMP.
                 15 GR-OPER      PIC X(8).
                 15 GR-FUNC      PIC X(14).
                 15 GR-USE-STAMP.
                    20 GR-USE-DATE PIC X(8).
                    20 GR-USE-TIME PIC X(8).
                 15 GR-USE-SRC   PIC X(8).
                 15 GR-USE-PGM   PIC X(8).
                 15 GR-FLAGS     PIC X(16).
                 15 GR-DORMANT   PIC X.
                 15 GR-WILD      PIC X.
                 15 GR-REV-DATE  PIC X(8).
                 15 GR-REV-DEC   PIC X(6).
                 15 GR-REV-BY    PIC X(8).
                 15 GR-DEC       PIC X.

      *> Protected program to the function that protects it - kept
      *> out of WORKSPACE so its INITIALIZE cannot blank it.
       01  AUTH-PGM-MAP-VALUES.
           05 FILLER          PIC X(22) VALUE 'MSTRRESTRESTORE'.
           05 FILLER          PIC X(22) VALUE 'VAULTIMPRESTORE'.
           05 FILLER          PIC X(22) VALUE 'DRDRILL RESTORE'.
           05 FILLER          PIC X(22) VALUE 'HOUSEKP PURGE'.
           05 FILLER          PIC X(22) VALUE 'PZLCMNT CATALOG-CHANGE'.
           05 FILLER          PIC X(22) VALUE 'YEARINITCATALOG-CHANGE'.
           05 FILLER          PIC X(22) VALUE 'CERTMNT CERTIFY'.
           05 FILLER          PIC X(22) VALUE 'RELRMNT RELEASE'.
           05 FILLER          PIC X(22) VALUE 'CREDMNT SECADMIN'.
           05 FILLER          PIC X(22) VALUE 'AUTHRVW RECERTIFY'.
       01  AUTH-PGM-MAP REDEFINES AUTH-PGM-MAP-VALUES.
           05 MAP-ENT OCCURS 10 TIMES.
              10 MAP-PGM      PIC X(8).
              10 MAP-FUNC     PIC X(14).
       01  AUTH-PGM-MAP-CNT   PIC S9(4) COMP VALUE 10.

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 OPERMSTR-FLAG   PIC X   VALUE 'C'.
              88 OA-READ-EOF          VALUE 'E'.
           05 LOG-FLAG        PIC X   VALUE 'C'.
              88 LOG-EOF              VALUE 'E'.
           05 REVIEW-FLAG     PIC X   VALUE 'N'.
              88 REVIEW-MODE          VALUE 'Y'.
           05 QUIT-FLAG       PIC X   VALUE 'N'.
              88 REVIEW-QUIT          VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'AUTHRVW' TO RPGN-PGM AUDT-PGM
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)

           MOVE 90 TO DORMANT-DAYS
           MOVE SPACES TO DAYS-TEXT
           ACCEPT DAYS-TEXT FROM ENVIRONMENT 'AUTHRVW_DAYS'
           IF DAYS-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(DAYS-TEXT) = 0
             COMPUTE DORMANT-DAYS = FUNCTION NUMVAL(DAYS-TEXT)
           END-IF
           MOVE SPACES TO MODE-TEXT
           ACCEPT MODE-TEXT FROM ENVIRONMENT 'AUTHRVW_MODE'
           IF MODE-TEXT = 'REVIEW'
             SET REVIEW-MODE TO TRUE
           END-IF

      *> The screen changes the master, so the supervisor's own
      *> authority is settled before anything is read.
           IF REVIEW-MODE
             MOVE 'RECERTIFY' TO AUTH-FUNC
             PERFORM ENFORCE-OPER-AUTH
           END-IF

           PERFORM LOAD-OPERAUTH
           IF GR-CNT = 0
             DISPLAY 'AUTHRVW: NO GRANTS ON OPERAUTH.TXT - '
                     'NOTHING TO RECERTIFY'
             GOBACK
           END-IF
           PERFORM SWEEP-AUDTLOG
           PERFORM SWEEP-MSGLOG
           PERFORM SWEEP-CERTLOG
           PERFORM SWEEP-TOLLOG
           PERFORM SWEEP-SECLOG
           PERFORM LOAD-LAST-REVIEWS
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
             PERFORM FLAG-GRANT
           END-PERFORM
           PERFORM PRINT-REVIEW-REPORT

           IF DORMANT-CNT > 0 OR WILD-CNT > 0
             PERFORM TELL-FLAGGED-GRANTS
           END-IF
           DISPLAY 'AUTHRVW: ' GRANT-CNT-ED ' GRANT(S), ' DORMANT-CNT
                   ' DORMANT, ' WILD-CNT ' WILDCARD - REPORT IN '
                   FUNCTION TRIM(PRT-DSN)

           IF REVIEW-MODE
             MOVE RETURN-CODE TO REPORT-RC
             PERFORM REVIEW-GRANTS
             IF RETURN-CODE < REPORT-RC
               MOVE REPORT-RC TO RETURN-CODE
             END-IF
           END-IF
           GOBACK
           .

      *> Every line is kept for the rewrite. A grant is a line that
      *> can match someone: a real operator id, or exactly '*' in
      *> the OPER field with a function - a '* text' line can never
      *> equal an operator id and grants nothing.
       LOAD-OPERAUTH SECTION.
           MOVE 'C' TO OPERMSTR-FLAG
           OPEN INPUT OPERMSTR
           IF OPERMSTR-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-OPERMSTR-REC
           PERFORM UNTIL OA-READ-EOF
             IF OA-CNT < 300
               ADD 1 TO OA-CNT
               MOVE OPERMSTR-REC TO OA-LINE(OA-CNT)
               MOVE 'N' TO OA-DROP(OA-CNT)
               IF OPERMSTR-REC(1:8) NOT = SPACES
                  AND OPERMSTR-REC(10:14) NOT = SPACES
                  AND (OPERMSTR-REC(1:1) NOT = '*'
                       OR OPERMSTR-REC(1:8) = '*       ')
                 ADD 1 TO GR-CNT
                 MOVE OA-CNT TO GR-OA-IX(GR-CNT)
                 MOVE OPERMSTR-REC(1:8) TO GR-OPER(GR-CNT)
                 MOVE OPERMSTR-REC(10:14) TO GR-FUNC(GR-CNT)
                 MOVE SPACES TO GR-USE-STAMP(GR-CNT)
                                GR-REV-DATE(GR-CNT)
               END-IF
             END-IF
             PERFORM READ-OPERMSTR-REC
           END-PERFORM
           CLOSE OPERMSTR
           MOVE GR-CNT TO GRANT-CNT-ED
           .

       SWEEP-AUDTLOG SECTION.
           MOVE 'C' TO LOG-FLAG
           OPEN INPUT AUDTLOG
           IF AUDTLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           MOVE 'AUDTLOG' TO EV-SRC
           PERFORM READ-AUDTLOG-REC
           PERFORM UNTIL LOG-EOF
             IF AUDTLOG-REC(28:8) NOT = 'DENIED'
               MOVE AUDTLOG-REC(1:8) TO EV-PGM
               MOVE AUDTLOG-REC(10:8) TO EV-DATE
               MOVE AUDTLOG-REC(19:8) TO EV-TIME
               MOVE AUDTLOG-REC(62:8) TO EV-OPER
               IF AUDTLOG-REC(28:8) = 'GRANTED'
                 MOVE AUDTLOG-REC(71:14) TO EV-FUNC
               ELSE
                 PERFORM MAP-PGM-FUNC
               END-IF
               PERFORM APPLY-EVIDENCE
             END-IF
             PERFORM READ-AUDTLOG-REC
           END-PERFORM
           CLOSE AUDTLOG
           .

       SWEEP-MSGLOG SECTION.
           MOVE 'C' TO LOG-FLAG
           OPEN INPUT MSGLOG
           IF MSGLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           MOVE 'MSGLOG' TO EV-SRC
           PERFORM READ-MSGLOG-REC
           PERFORM UNTIL LOG-EOF
             IF MSGLOG-REC(1:2) NOT = 'SC'
               MOVE MSGLOG-REC(30:8) TO EV-PGM
               MOVE MSGLOG-REC(12:8) TO EV-DATE
               MOVE MSGLOG-REC(21:8) TO EV-TIME
               MOVE MSGLOG-REC(56:8) TO EV-OPER
               PERFORM MAP-PGM-FUNC
               PERFORM APPLY-EVIDENCE
             END-IF
             PERFORM READ-MSGLOG-REC
           END-PERFORM
           CLOSE MSGLOG
           .

       SWEEP-CERTLOG SECTION.
           MOVE 'C' TO LOG-FLAG
           OPEN INPUT CERTLOG
           IF CERTLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           MOVE 'CERTLOG' TO EV-SRC
           MOVE 'CERTMNT' TO EV-PGM
           MOVE 'CERTIFY' TO EV-FUNC
           PERFORM READ-CERTLOG-REC
           PERFORM UNTIL LOG-EOF
             MOVE CERTLOG-REC(1:8) TO EV-DATE
             MOVE CERTLOG-REC(10:8) TO EV-TIME
             MOVE CERTLOG-REC(57:8) TO EV-OPER
             PERFORM APPLY-EVIDENCE
             PERFORM READ-CERTLOG-REC
           END-PERFORM
           CLOSE CERTLOG
           .

       SWEEP-TOLLOG SECTION.
           MOVE 'C' TO LOG-FLAG
           OPEN INPUT TOLLOG
           IF TOLLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           MOVE 'TOLLOG' TO EV-SRC
           MOVE 'TOLMNT' TO EV-PGM
           MOVE SPACES TO EV-FUNC
           PERFORM READ-TOLLOG-REC
           PERFORM UNTIL LOG-EOF
             MOVE TOLLOG-REC(1:8) TO EV-DATE
             MOVE TOLLOG-REC(10:8) TO EV-TIME
             MOVE TOLLOG-REC(42:8) TO EV-OPER
             PERFORM APPLY-EVIDENCE
             PERFORM READ-TOLLOG-REC
           END-PERFORM
           CLOSE TOLLOG
           .

       SWEEP-SECLOG SECTION.
           MOVE 'C' TO LOG-FLAG
           OPEN INPUT SECLOG
           IF SECLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           MOVE 'SECLOG' TO EV-SRC
           MOVE 'SECADMIN' TO EV-FUNC
           PERFORM READ-SECLOG-REC
           PERFORM UNTIL LOG-EOF
             IF SECLOG-REC(19:8) = 'ENROLL'
                OR SECLOG-REC(19:8) = 'RESET'
                OR SECLOG-REC(19:8) = 'GRANT'
               MOVE SECLOG-REC(37:8) TO EV-PGM
               MOVE SECLOG-REC(1:8) TO EV-DATE
               MOVE SECLOG-REC(10:8) TO EV-TIME
               MOVE SECLOG-REC(78:8) TO EV-OPER
               PERFORM APPLY-EVIDENCE
             END-IF
             PERFORM READ-SECLOG-REC
           END-PERFORM
           CLOSE SECLOG
           .

       MAP-PGM-FUNC SECTION.
           MOVE SPACES TO EV-FUNC
           PERFORM VARYING MAP-IX FROM 1 BY 1
                     UNTIL MAP-IX > AUTH-PGM-MAP-CNT
             IF MAP-PGM(MAP-IX) = EV-PGM
               MOVE MAP-FUNC(MAP-IX) TO EV-FUNC
             END-IF
           END-PERFORM
           .

      *> The latest evidence wins for every grant it proves.
       APPLY-EVIDENCE SECTION.
           IF EV-DATE IS NOT NUMERIC OR EV-TIME IS NOT NUMERIC
              OR EV-OPER = SPACES
             EXIT SECTION
           END-IF
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
             IF (GR-OPER(GR-IX) = EV-OPER
                 OR GR-OPER(GR-IX) = '*')
                AND (GR-FUNC(GR-IX) = '*'
                     OR (EV-FUNC NOT = SPACES
                         AND GR-FUNC(GR-IX) = EV-FUNC))
                AND (GR-USE-STAMP(GR-IX) = SPACES
                     OR EV-STAMP > GR-USE-STAMP(GR-IX))
               MOVE EV-STAMP TO GR-USE-STAMP(GR-IX)
               MOVE EV-SRC TO GR-USE-SRC(GR-IX)
               MOVE EV-PGM TO GR-USE-PGM(GR-IX)
             END-IF
           END-PERFORM
           .

      *> The log is appended in time order, so the last decision on
      *> a grant is the one that stands.
       LOAD-LAST-REVIEWS SECTION.
           MOVE 'C' TO LOG-FLAG
           OPEN INPUT RCRTLOG
           IF RCRTLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-RCRTLOG-REC
           PERFORM UNTIL LOG-EOF
             PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
               IF GR-OPER(GR-IX) = RCRTLOG-REC(19:8)
                  AND GR-FUNC(GR-IX) = RCRTLOG-REC(28:14)
                 MOVE RCRTLOG-REC(1:8) TO GR-REV-DATE(GR-IX)
                 MOVE RCRTLOG-REC(43:6) TO GR-REV-DEC(GR-IX)
                 MOVE RCRTLOG-REC(76:8) TO GR-REV-BY(GR-IX)
               END-IF
             END-PERFORM
             PERFORM READ-RCRTLOG-REC
           END-PERFORM
           CLOSE RCRTLOG
           .

       FLAG-GRANT SECTION.
           MOVE SPACES TO GR-FLAGS(GR-IX)
           MOVE 'N' TO GR-DORMANT(GR-IX) GR-WILD(GR-IX)
           IF GR-USE-STAMP(GR-IX) = SPACES
             MOVE 'Y' TO GR-DORMANT(GR-IX)
             ADD 1 TO NEVER-CNT
           ELSE
             COMPUTE USE-AGE = TODAY-INT - FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(GR-USE-DATE(GR-IX)))
             IF USE-AGE > DORMANT-DAYS
               MOVE 'Y' TO GR-DORMANT(GR-IX)
             END-IF
           END-IF
           IF GR-OPER(GR-IX) = '*' OR GR-FUNC(GR-IX) = '*'
             MOVE 'Y' TO GR-WILD(GR-IX)
             ADD 1 TO WILD-CNT
           END-IF
           IF GR-DORMANT(GR-IX) = 'Y'
             ADD 1 TO DORMANT-CNT
             IF GR-WILD(GR-IX) = 'Y'
               MOVE 'DORMANT WILDCARD' TO GR-FLAGS(GR-IX)
             ELSE
               MOVE 'DORMANT' TO GR-FLAGS(GR-IX)
             END-IF
           ELSE
             IF GR-WILD(GR-IX) = 'Y'
               MOVE 'WILDCARD' TO GR-FLAGS(GR-IX)
             END-IF
           END-IF
           .

       PRINT-REVIEW-REPORT SECTION.
           MOVE 'AUTHRVW' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'OPERATOR ACCESS RECERTIFICATION REVIEW' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'OPERATOR FUNCTION       LAST USE          SOURCE  '
                  ' PROGRAM   DAYS FLAGS            LAST REVIEW'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
             PERFORM FORMAT-GRANT-LINE
             PERFORM PRINT-RVW-LINE
           END-PERFORM

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-RVW-LINE
           STRING GRANT-CNT-ED ' GRANT(S) ON OPERAUTH.TXT: '
                  DORMANT-CNT ' DORMANT (UNUSED FOR OVER '
                  DORMANT-DAYS ' DAYS, ' NEVER-CNT
                  ' NEVER USED), ' WILD-CNT ' WILDCARD RULE(S)'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-RVW-TOTAL

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

      *> One grant as the report and the screen both show it.
       FORMAT-GRANT-LINE SECTION.
           IF GR-USE-STAMP(GR-IX) = SPACES
             MOVE 'NEVER' TO USE-TEXT
             MOVE SPACES TO AGE-TEXT
           ELSE
             MOVE SPACES TO USE-TEXT
             STRING GR-USE-DATE(GR-IX) ' ' GR-USE-TIME(GR-IX)
                    DELIMITED BY SIZE INTO USE-TEXT
             COMPUTE USE-AGE = TODAY-INT - FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(GR-USE-DATE(GR-IX)))
             MOVE USE-AGE TO AGE-ED
             MOVE AGE-ED TO AGE-TEXT
           END-IF
           MOVE SPACES TO REV-TEXT
           IF GR-REV-DATE(GR-IX) = SPACES
             MOVE 'NEVER REVIEWED' TO REV-TEXT
           ELSE
             STRING GR-REV-DATE(GR-IX) ' ' GR-REV-DEC(GR-IX) ' '
                    GR-REV-BY(GR-IX)
                    DELIMITED BY SIZE INTO REV-TEXT
           END-IF
           MOVE SPACES TO PRT-LINE
           STRING GR-OPER(GR-IX) ' ' GR-FUNC(GR-IX) ' ' USE-TEXT ' '
                  GR-USE-SRC(GR-IX) ' ' GR-USE-PGM(GR-IX) ' '
                  AGE-TEXT ' ' GR-FLAGS(GR-IX) ' ' REV-TEXT
                  DELIMITED BY SIZE INTO PRT-LINE
           .

       TELL-FLAGGED-GRANTS SECTION.
           MOVE 'RV0001' TO MSG-ID
           MOVE 'W' TO MSG-SEV
           MOVE 'AUTHRVW' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           STRING DORMANT-CNT ' DORMANT AND ' WILD-CNT
                  ' WILDCARD GRANT(S) ON OPERAUTH.TXT NEED REVIEW'
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

      *> The supervisor screen. Decisions are held until the end and
      *> confirmed as one batch.
       REVIEW-GRANTS SECTION.
           DISPLAY ' '
           DISPLAY 'ACCESS RECERTIFICATION - SUPERVISOR ' OPERATOR-ID
           DISPLAY 'K KEEP, R REVOKE, S SKIP, Q STOP REVIEWING'
           PERFORM VARYING GR-IX FROM 1 BY 1
                     UNTIL GR-IX > GR-CNT OR REVIEW-QUIT
             PERFORM REVIEW-ONE-GRANT
           END-PERFORM
           IF KEEP-CNT = 0 AND REVOKE-CNT = 0
             DISPLAY 'NO DECISIONS MADE - NOTHING RECORDED'
             EXIT SECTION
           END-IF
           DISPLAY 'RECORD ' KEEP-CNT ' KEEP AND ' REVOKE-CNT
                   ' REVOKE DECISION(S)? (Y/N): ' WITH NO ADVANCING
           MOVE SPACES TO CONFIRM-ANS
           ACCEPT CONFIRM-ANS
           IF CONFIRM-ANS NOT = 'Y' AND CONFIRM-ANS NOT = 'y'
             DISPLAY 'NOT CONFIRMED - MASTER AND LOG UNCHANGED'
             EXIT SECTION
           END-IF
           IF REVOKE-CNT > 0
             PERFORM REWRITE-OPERAUTH
           END-IF
           PERFORM WRITE-DECISIONS
           PERFORM TELL-DECISIONS
           .

       REVIEW-ONE-GRANT SECTION.
           MOVE SPACE TO GR-DEC(GR-IX)
           PERFORM FORMAT-GRANT-LINE
           DISPLAY ' '
           DISPLAY FUNCTION TRIM(PRT-LINE, TRAILING)
           IF GR-OPER(GR-IX) = OPERATOR-ID
             DISPLAY '   YOUR OWN GRANT - ANOTHER SUPERVISOR MUST '
                     'DECIDE IT'
             EXIT SECTION
           END-IF
           PERFORM UNTIL GR-DEC(GR-IX) NOT = SPACE
             DISPLAY '   DECISION (K/R/S/Q): ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             EVALUATE FUNCTION UPPER-CASE(ANSWER-TEXT(1:1))
               WHEN 'K'
                 MOVE 'K' TO GR-DEC(GR-IX)
                 ADD 1 TO KEEP-CNT
               WHEN 'R'
                 MOVE 'R' TO GR-DEC(GR-IX)
                 MOVE 'Y' TO OA-DROP(GR-OA-IX(GR-IX))
                 ADD 1 TO REVOKE-CNT
               WHEN 'S'
                 MOVE 'S' TO GR-DEC(GR-IX)
               WHEN 'Q'
                 MOVE 'S' TO GR-DEC(GR-IX)
                 SET REVIEW-QUIT TO TRUE
               WHEN OTHER
                 DISPLAY '   K, R, S OR Q'
             END-EVALUATE
           END-PERFORM
           .

      *> Written back whole, comments and kept grants in their
      *> original order; only the revoked lines are left out.
       REWRITE-OPERAUTH SECTION.
           OPEN OUTPUT OPERMSTR
           IF OPERMSTR-FS NOT = '00'
             DISPLAY 'AUTHRVW: OPERAUTH.TXT COULD NOT BE REWRITTEN, '
                     'STATUS ' OPERMSTR-FS ' - NO GRANT REVOKED'
             MOVE 8 TO RETURN-CODE
             PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
               IF GR-DEC(GR-IX) = 'R'
                 MOVE 'S' TO GR-DEC(GR-IX)
               END-IF
             END-PERFORM
             MOVE 0 TO REVOKE-CNT
             EXIT SECTION
           END-IF
           PERFORM VARYING OA-IX FROM 1 BY 1 UNTIL OA-IX > OA-CNT
             IF OA-DROP(OA-IX) NOT = 'Y'
               MOVE OA-LINE(OA-IX) TO OPERMSTR-REC
               WRITE OPERMSTR-REC
             END-IF
           END-PERFORM
           CLOSE OPERMSTR
           .

       WRITE-DECISIONS SECTION.
           OPEN EXTEND RCRTLOG
           IF RCRTLOG-FS = '35'
             OPEN OUTPUT RCRTLOG
           END-IF
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           PERFORM VARYING GR-IX FROM 1 BY 1 UNTIL GR-IX > GR-CNT
             IF GR-DEC(GR-IX) = 'K' OR GR-DEC(GR-IX) = 'R'
               MOVE SPACES TO RCRTLOG-REC
               MOVE LOG-DATE TO RCRTLOG-REC(1:8)
               MOVE LOG-TIME TO RCRTLOG-REC(10:8)
               MOVE GR-OPER(GR-IX) TO RCRTLOG-REC(19:8)
               MOVE GR-FUNC(GR-IX) TO RCRTLOG-REC(28:14)
               IF GR-DEC(GR-IX) = 'K'
                 MOVE 'KEEP' TO RCRTLOG-REC(43:6)
               ELSE
                 MOVE 'REVOKE' TO RCRTLOG-REC(43:6)
               END-IF
               IF GR-USE-STAMP(GR-IX) = SPACES
                 MOVE 'NEVER' TO RCRTLOG-REC(50:8)
               ELSE
                 MOVE GR-USE-DATE(GR-IX) TO RCRTLOG-REC(50:8)
               END-IF
               MOVE GR-FLAGS(GR-IX) TO RCRTLOG-REC(59:16)
               MOVE OPERATOR-ID TO RCRTLOG-REC(76:8)
               MOVE RUN-ID TO RCRTLOG-REC(85:16)
               WRITE RCRTLOG-REC
             END-IF
           END-PERFORM
           CLOSE RCRTLOG
           .

       TELL-DECISIONS SECTION.
           MOVE 'RV0002' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE 'AUTHRVW' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           STRING 'RECERTIFICATION BY ' FUNCTION TRIM(OPERATOR-ID)
                  ': ' KEEP-CNT ' GRANT(S) KEPT, ' REVOKE-CNT
                  ' REVOKED'
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

       PRINT-RVW-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-RVW-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-OPERMSTR-REC SECTION.
           READ OPERMSTR
           IF OPERMSTR-FS NOT = '00'
             SET OA-READ-EOF TO TRUE
           END-IF
           .

       READ-AUDTLOG-REC SECTION.
           READ AUDTLOG
           PERFORM UNTIL AUDTLOG-FS NOT = '00'
                      OR AUDTLOG-REC(1:1) NOT = '*'
             MOVE 'AUDTLOG' TO MLBL-FILE
             MOVE AUDTLOG-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ AUDTLOG
           END-PERFORM
           IF AUDTLOG-FS NOT = '00'
             SET LOG-EOF TO TRUE
           END-IF
           .

       READ-MSGLOG-REC SECTION.
           READ MSGLOG
           IF MSGLOG-FS NOT = '00'
             SET LOG-EOF TO TRUE
           END-IF
           .

       READ-CERTLOG-REC SECTION.
           READ CERTLOG
           IF CERTLOG-FS NOT = '00'
             SET LOG-EOF TO TRUE
           END-IF
           .

       READ-TOLLOG-REC SECTION.
           READ TOLLOG
           IF TOLLOG-FS NOT = '00'
             SET LOG-EOF TO TRUE
           END-IF
           .

       READ-SECLOG-REC SECTION.
           READ SECLOG
           IF SECLOG-FS NOT = '00'
             SET LOG-EOF TO TRUE
           END-IF
           .

       READ-RCRTLOG-REC SECTION.
           READ RCRTLOG
           IF RCRTLOG-FS NOT = '00'
             SET LOG-EOF TO TRUE
           END-IF
           .

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
