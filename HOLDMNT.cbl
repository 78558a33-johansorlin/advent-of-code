       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.

      *> Interactive maintenance for the audit hold register
      *> (HOLDREG.txt - see HOLDFD.cpy), in the style of RELRMNT:
      *> list the holds in force, place a hold, release one. While
      *> an answer is under dispute a hold on its run id, on a date
      *> range, or on a file family (a HOUSEKP family, a log, a
      *> master, BKUP, a report program or report family) keeps
      *> HOUSEKP, LOGSEG, ANSHROLL and BKUPVFY from purging, cutting
      *> or retiring what would prove it. Every hold carries a reason
      *> and the date it is due to be released; it stays in force
      *> past that date until someone releases it here, and
      *> HOLDRPT.cbl lists the overdue ones so releases are not
      *> forgotten. The operator must hold the HOLD function on
      *> OPERAUTH.txt. Holds and releases are appended, never
      *> rewritten, so the register is also their history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLDSEL.

           COPY AUTHSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY HOLDFD.

       COPY AUTHFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY HOLDWS.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 TODAY-DATE      PIC 9(8).
           05 ENT-TYPE        PIC X.
           05 ENT-KEY         PIC X(16).
           05 ENT-FROM        PIC X(8).
           05 ENT-TO          PIC X(8).
           05 ENT-RELEASE     PIC X(8).
           05 ENT-DATE-NUM    PIC 9(8).
           05 ENT-REASON      PIC X(40).
           05 ENT-ID          PIC X(6).
           05 HOLD-SEQ        PIC 9(5).
           05 LAST-SEQ        PIC 9(5).
           05 LIST-CNT        PIC 9(4).
           05 CHK-DATE-TEXT   PIC X(8).
           05 DESC-TYPE       PIC X.
           05 DESC-KEY        PIC X(16).
           05 DESC-FROM       PIC X(8).
           05 DESC-TO         PIC X(8).
           05 HOLD-SUBJECT    PIC X(50).

       COPY MSGCWS.

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 ENT-OK-FLAG     PIC X    VALUE 'N'.
              88 ENTRY-VALID           VALUE 'Y'.
           05 DATE-OK-FLAG    PIC X    VALUE 'N'.
              88 DATE-VALID            VALUE 'Y'.

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

      *> A hold overrides every retention rule in the shop, and a
      *> release lets the purges loose again - authority is checked
      *> before the menu shows.
           MOVE 'HOLDMNT' TO AUDT-PGM
           MOVE 'HOLD' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           MOVE 'N' TO EXIT-FLAG
           PERFORM UNTIL EXIT-REQUESTED
             PERFORM DISPLAY-MENU
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM LIST-HOLDS
               WHEN '2'
                 PERFORM PLACE-HOLD
               WHEN '3'
                 PERFORM RELEASE-HOLD
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
           DISPLAY 'AUDIT HOLD REGISTER - OPERATOR ' OPERATOR-ID
           DISPLAY ' 1. LIST THE HOLDS IN FORCE'
           DISPLAY ' 2. PLACE A HOLD'
           DISPLAY ' 3. RELEASE A HOLD'
           DISPLAY ' 0. EXIT'
           DISPLAY 'SELECTION: ' WITH NO ADVANCING
           .

       LIST-HOLDS SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-HOLDS
           MOVE 0 TO LIST-CNT
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                     UNTIL HOLD-IX > HOLD-CNT
             IF HLD-TYPE(HOLD-IX) NOT = 'X'
               IF LIST-CNT = 0
                 DISPLAY 'HOLD   RELEASE  BY       ON'
               END-IF
               ADD 1 TO LIST-CNT
               MOVE HLD-TYPE(HOLD-IX) TO DESC-TYPE
               MOVE HLD-KEY(HOLD-IX) TO DESC-KEY
               MOVE HLD-FROM(HOLD-IX) TO DESC-FROM
               MOVE HLD-TO(HOLD-IX) TO DESC-TO
               PERFORM DESCRIBE-HOLD
               DISPLAY HLD-ID(HOLD-IX) ' ' HLD-RELEASE(HOLD-IX) ' '
                       HLD-OPER(HOLD-IX) ' '
                       FUNCTION TRIM(HOLD-SUBJECT)
               IF HLD-RELEASE(HOLD-IX) < TODAY-DATE
                 DISPLAY '       ' FUNCTION TRIM(HLD-REASON(HOLD-IX))
                         ' *** RELEASE OVERDUE ***'
               ELSE
                 DISPLAY '       ' FUNCTION TRIM(HLD-REASON(HOLD-IX))
               END-IF
             END-IF
           END-PERFORM
           IF LIST-CNT = 0
             DISPLAY 'NO HOLDS IN FORCE - THE PURGES RUN ON THEIR '
                     'RETENTION RULES ALONE'
           END-IF
           .

      *> What a hold covers, in words: RUN id, DATES from-to, or
      *> FAMILY name with its range when it has one. A table entry
      *> with no range carries 00000000-99999999.
       DESCRIBE-HOLD SECTION.
           MOVE SPACES TO HOLD-SUBJECT
           IF DESC-FROM = '00000000' AND DESC-TO = '99999999'
             MOVE SPACES TO DESC-FROM DESC-TO
           END-IF
           EVALUATE DESC-TYPE
             WHEN 'R'
               STRING 'RUN ' DESC-KEY DELIMITED BY SIZE
                      INTO HOLD-SUBJECT
             WHEN 'D'
               STRING 'DATES ' DESC-FROM '-' DESC-TO
                      DELIMITED BY SIZE INTO HOLD-SUBJECT
             WHEN OTHER
               IF DESC-FROM = SPACES
                 STRING 'FAMILY ' FUNCTION TRIM(DESC-KEY)
                        DELIMITED BY SIZE INTO HOLD-SUBJECT
               ELSE
                 STRING 'FAMILY ' FUNCTION TRIM(DESC-KEY) ' '
                        DESC-FROM '-' DESC-TO
                        DELIMITED BY SIZE INTO HOLD-SUBJECT
               END-IF
           END-EVALUATE
           .

       PLACE-HOLD SECTION.
           PERFORM ACCEPT-HOLD
           IF NOT ENTRY-VALID
             EXIT SECTION
           END-IF

           PERFORM NEXT-HOLD-ID
           OPEN EXTEND HOLDREG
           IF HOLDREG-FS = '35'
             OPEN OUTPUT HOLDREG
           END-IF
           IF HOLDREG-FS NOT = '00'
             DISPLAY 'HOLDREG.TXT COULD NOT BE OPENED, STATUS '
                     HOLDREG-FS ' - NO HOLD PLACED'
             EXIT SECTION
           END-IF
           MOVE SPACES TO HOLDREG-REC
           MOVE ENT-ID TO HOLDREG-REC(1:6)
           MOVE 'P' TO HOLDREG-REC(8:1)
           MOVE ENT-TYPE TO HOLDREG-REC(10:1)
           MOVE ENT-KEY TO HOLDREG-REC(12:16)
           MOVE ENT-FROM TO HOLDREG-REC(29:8)
           MOVE ENT-TO TO HOLDREG-REC(38:8)
           MOVE ENT-RELEASE TO HOLDREG-REC(47:8)
           MOVE OPERATOR-ID TO HOLDREG-REC(56:8)
           MOVE TODAY-DATE TO HOLDREG-REC(65:8)
           MOVE RUN-ID TO HOLDREG-REC(74:16)
           MOVE ENT-REASON TO HOLDREG-REC(91:40)
           WRITE HOLDREG-REC
           CLOSE HOLDREG

           PERFORM OPEN-AUDTLOG
           MOVE 'HOLD' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           MOVE ENT-TYPE TO DESC-TYPE
           MOVE ENT-KEY TO DESC-KEY
           MOVE ENT-FROM TO DESC-FROM
           MOVE ENT-TO TO DESC-TO
           PERFORM DESCRIBE-HOLD
           MOVE 'HD0001' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING 'HOLD ' ENT-ID ' PLACED ON '
                  FUNCTION TRIM(HOLD-SUBJECT)
                  ' BY ' FUNCTION TRIM(OPERATOR-ID)
                  ' UNTIL ' ENT-RELEASE
                  DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM SEND-HOLD-MESSAGE
           DISPLAY 'HOLD ' ENT-ID ' PLACED'
           .

      *> Type, key, dates, release date and reason. A run-id hold
      *> needs the 16-digit id; a date hold needs both ends of the
      *> range; a family hold may narrow itself to a range. The
      *> release date is required and may not be in the past - a
      *> hold with no end in sight is the one nobody remembers.
       ACCEPT-HOLD SECTION.
           MOVE 'N' TO ENT-OK-FLAG
           MOVE SPACES TO ENT-KEY ENT-FROM ENT-TO ENT-RELEASE
                          ENT-REASON
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'HOLD ON R=RUN ID, D=DATE RANGE, F=FILE FAMILY: '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT(1:1)) TO ENT-TYPE
           IF ENT-TYPE NOT = 'R' AND NOT = 'D' AND NOT = 'F'
             DISPLAY 'THE HOLD TYPE IS R, D OR F'
             EXIT SECTION
           END-IF

           IF ENT-TYPE = 'R'
             DISPLAY 'RUN ID (16 DIGITS): ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             MOVE ANSWER-TEXT TO ENT-KEY
             IF ENT-KEY IS NOT NUMERIC
                OR ANSWER-TEXT(17:1) NOT = SPACE
               DISPLAY 'A RUN ID IS 16 DIGITS YYYYMMDDHHMMSSSS'
               EXIT SECTION
             END-IF
           END-IF
           IF ENT-TYPE = 'F'
             DISPLAY 'FAMILY (E.G. RPTGEN, AUDTLOG, ANSHIST, BKUP, '
                     'A REPORT PROGRAM): ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO ENT-KEY
             IF ENT-KEY = SPACES
               DISPLAY 'A FAMILY NAME IS REQUIRED'
               EXIT SECTION
             END-IF
           END-IF

           IF ENT-TYPE NOT = 'R'
             IF ENT-TYPE = 'D'
               DISPLAY 'FROM DATE YYYYMMDD: ' WITH NO ADVANCING
             ELSE
               DISPLAY 'FROM DATE YYYYMMDD (BLANK = ALL DATES): '
                       WITH NO ADVANCING
             END-IF
             MOVE SPACES TO ANSWER-TEXT
             ACCEPT ANSWER-TEXT
             IF ANSWER-TEXT NOT = SPACES OR ENT-TYPE = 'D'
               PERFORM CHECK-ENTERED-DATE
               IF NOT DATE-VALID
                 EXIT SECTION
               END-IF
               MOVE CHK-DATE-TEXT TO ENT-FROM
               DISPLAY 'TO DATE YYYYMMDD (BLANK = SAME DAY): '
                       WITH NO ADVANCING
               MOVE SPACES TO ANSWER-TEXT
               ACCEPT ANSWER-TEXT
               IF ANSWER-TEXT = SPACES
                 MOVE ENT-FROM TO ENT-TO
               ELSE
                 PERFORM CHECK-ENTERED-DATE
                 IF NOT DATE-VALID
                   EXIT SECTION
                 END-IF
                 MOVE CHK-DATE-TEXT TO ENT-TO
               END-IF
               IF ENT-TO < ENT-FROM
                 DISPLAY 'THE RANGE ENDS BEFORE IT STARTS'
                 EXIT SECTION
               END-IF
             END-IF
           END-IF

           DISPLAY 'RELEASE DATE YYYYMMDD: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           PERFORM CHECK-ENTERED-DATE
           IF NOT DATE-VALID
             EXIT SECTION
           END-IF
           MOVE CHK-DATE-TEXT TO ENT-RELEASE
           IF ENT-RELEASE < TODAY-DATE
             DISPLAY 'THE RELEASE DATE IS ALREADY PAST'
             EXIT SECTION
           END-IF

           DISPLAY 'REASON (THE DISPUTE BEING PRESERVED): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO ENT-REASON
           IF ENT-REASON = SPACES
             DISPLAY 'A REASON IS REQUIRED'
             EXIT SECTION
           END-IF
           SET ENTRY-VALID TO TRUE
           .

       CHECK-ENTERED-DATE SECTION.
           MOVE 'N' TO DATE-OK-FLAG
           MOVE ANSWER-TEXT TO CHK-DATE-TEXT
           IF CHK-DATE-TEXT IS NOT NUMERIC
              OR ANSWER-TEXT(9:1) NOT = SPACE
             DISPLAY 'A DATE IS YYYYMMDD'
             EXIT SECTION
           END-IF
           MOVE CHK-DATE-TEXT TO ENT-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(ENT-DATE-NUM) NOT = 0
             DISPLAY CHK-DATE-TEXT ' IS NOT A CALENDAR DATE'
             EXIT SECTION
           END-IF
           SET DATE-VALID TO TRUE
           .

      *> Hold ids run H00001 upward in the order holds are placed.
       NEXT-HOLD-ID SECTION.
           MOVE 0 TO LAST-SEQ
           MOVE 'C' TO HOLDREG-FLAG
           OPEN INPUT HOLDREG
           IF HOLDREG-FS = '00'
             PERFORM READ-HOLDREG-REC
             PERFORM UNTIL HOLDREG-EOF
               IF HOLDREG-REC(1:1) = 'H'
                  AND HOLDREG-REC(2:5) IS NUMERIC
                 MOVE HOLDREG-REC(2:5) TO HOLD-SEQ
                 IF HOLD-SEQ > LAST-SEQ
                   MOVE HOLD-SEQ TO LAST-SEQ
                 END-IF
               END-IF
               PERFORM READ-HOLDREG-REC
             END-PERFORM
             CLOSE HOLDREG
           END-IF
           ADD 1 TO LAST-SEQ
           MOVE SPACES TO ENT-ID
           STRING 'H' LAST-SEQ DELIMITED BY SIZE INTO ENT-ID
           .

       RELEASE-HOLD SECTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-HOLDS
           DISPLAY 'HOLD ID TO RELEASE: ' WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE FUNCTION UPPER-CASE(ANSWER-TEXT) TO ENT-ID
           MOVE 0 TO HOLD-FX
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                     UNTIL HOLD-IX > HOLD-CNT
             IF HLD-ID(HOLD-IX) = ENT-ID
                AND HLD-TYPE(HOLD-IX) NOT = 'X'
               MOVE HOLD-IX TO HOLD-FX
             END-IF
           END-PERFORM
           IF HOLD-FX = 0
             DISPLAY 'NO HOLD ' FUNCTION TRIM(ENT-ID)
                     ' IN FORCE - REGISTER UNCHANGED'
             EXIT SECTION
           END-IF

           DISPLAY 'RELEASE NOTE (WHY THE DISPUTE IS CLOSED): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           MOVE ANSWER-TEXT TO ENT-REASON
           IF ENT-REASON = SPACES
             DISPLAY 'A RELEASE NOTE IS REQUIRED - REGISTER '
                     'UNCHANGED'
             EXIT SECTION
           END-IF

           OPEN EXTEND HOLDREG
           IF HOLDREG-FS NOT = '00'
             DISPLAY 'HOLDREG.TXT COULD NOT BE OPENED, STATUS '
                     HOLDREG-FS ' - HOLD NOT RELEASED'
             EXIT SECTION
           END-IF
           MOVE SPACES TO HOLDREG-REC
           MOVE ENT-ID TO HOLDREG-REC(1:6)
           MOVE 'R' TO HOLDREG-REC(8:1)
           MOVE HLD-TYPE(HOLD-FX) TO HOLDREG-REC(10:1)
           MOVE HLD-KEY(HOLD-FX) TO HOLDREG-REC(12:16)
           MOVE TODAY-DATE TO HOLDREG-REC(47:8)
           MOVE OPERATOR-ID TO HOLDREG-REC(56:8)
           MOVE TODAY-DATE TO HOLDREG-REC(65:8)
           MOVE RUN-ID TO HOLDREG-REC(74:16)
           MOVE ENT-REASON TO HOLDREG-REC(91:40)
           WRITE HOLDREG-REC
           CLOSE HOLDREG

           PERFORM OPEN-AUDTLOG
           MOVE 'RELEASE' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           MOVE 'HD0002' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           MOVE HLD-TYPE(HOLD-FX) TO DESC-TYPE
           MOVE HLD-KEY(HOLD-FX) TO DESC-KEY
           MOVE HLD-FROM(HOLD-FX) TO DESC-FROM
           MOVE HLD-TO(HOLD-FX) TO DESC-TO
           PERFORM DESCRIBE-HOLD
           STRING 'HOLD ' ENT-ID ' ON '
                  FUNCTION TRIM(HOLD-SUBJECT)
                  ' RELEASED BY ' FUNCTION TRIM(OPERATOR-ID) ': '
                  FUNCTION TRIM(ENT-REASON)
                  DELIMITED BY SIZE INTO MSG-TEXT
           PERFORM SEND-HOLD-MESSAGE
           DISPLAY 'HOLD ' ENT-ID ' RELEASED'
           .

       SEND-HOLD-MESSAGE SECTION.
           MOVE 'HOLDMNT' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

       COPY HOLDCK.

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
