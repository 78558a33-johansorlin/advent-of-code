       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFRCN.

      *> Point-in-time reconstruction of the certified-answer and
      *> submission masters. CERTANS.txt and STARSUB.txt hold only
      *> their current state, so "what had we certified, what had
      *> we submitted on 12 December" had no answer. Their change
      *> logs do: CERTLOG.txt (every certification and
      *> de-certification by CERTMNT) and SUBLOG.txt (every new
      *> STARSUB record written by SUBMAINT, SUBXMIT and SUBRESP -
      *> see SUBLFD.cpy). This replays each log up to the moment
      *> asked for, writes the master as it stood then - in the
      *> master's own layout, as report generation ASOFRCN_CERTANS
      *> or ASOFRCN_STARSUB - and prints which records have been
      *> added, removed or changed between then and now.
      *>
      *> ASOFRCN_ASOF (YYYYMMDDHHMM) is the moment; a change logged
      *> within that minute counts as made by then. It is required
      *> - a run without a valid one ends RC 8. ASOFRCN_MASTER
      *> names CERTANS or STARSUB; blank rebuilds both.
      *>
      *> The logs began after the masters did. A record on today's
      *> master with nothing logged against it is taken as held
      *> unchanged since before its log began, and so is a
      *> certification whose first logged change is its
      *> de-certification (the log carries the value withdrawn);
      *> the report counts these. Replaying a whole log must
      *> arrive at today's master - a record where it does not was
      *> changed behind its maintenance program's back; it is
      *> listed, PT0001 is logged and the run ends RC 4. Report
      *> family ASOFRPT through PRTSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTANS ASSIGN TO 'CERTANS.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERTANS-FS.

           SELECT CERTLOG ASSIGN TO 'CERTLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERTLOG-FS.

           SELECT STARSUB ASSIGN TO 'STARSUB.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STARSUB-FS.

           COPY SUBLSEL.

           SELECT ASOFOUT ASSIGN TO DYNAMIC ASOFOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ASOFOUT-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  CERTANS.
       01  CERTANS-REC        PIC X(32).

      *> Layout per CERTMNT.cbl: DATE(1:8) TIME(10:8) ACTION(19:6)
      *> YEAR(26:4) DAY(31:2) PART(34:1) VALUE(36:20) OPER1(57:8)
      *> OPER2(66:8) RUN-ID(75:16).
       FD  CERTLOG.
       01  CERTLOG-REC        PIC X(100).

       FD  STARSUB.
       01  STARSUB-REC        PIC X(80).

       COPY SUBLFD.

       FD  ASOFOUT.
       01  ASOFOUT-REC        PIC X(80).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY SUBLWS.
           05 CERTANS-FS      PIC XX.
           05 CERTLOG-FS      PIC XX.
           05 STARSUB-FS      PIC XX.
           05 ASOFOUT-FS      PIC XX.
           05 ASOFOUT-DSN     PIC X(80).
           05 ASOF-TEXT       PIC X(12).
           05 ASOF-STAMP      PIC 9(12).
           05 MASTER-SEL      PIC X(8).
           05 CUR-MASTER      PIC X(8).
           05 CUR-LOG         PIC X(8).
           05 CUR-WRITERS     PIC X(30).
           05 EVT-STAMP-X     PIC X(12).
           05 EVT-STAMP REDEFINES EVT-STAMP-X PIC 9(12).
           05 FIRST-EVT-STAMP PIC 9(12).
           05 EVT-ACTION      PIC X(6).
           05 EVT-OPER        PIC X(8).
           05 EVT-IMG         PIC X(80).
           05 EVT-KEY         PIC X(25).
           05 EVT-PRESENT     PIC X.
           05 KEY-TEXT        PIC X(30).
           05 SHOW-IMG        PIC X(80).
           05 SHOW-TEXT       PIC X(100).
           05 KEY-IX          PIC S9(4) COMP.
           05 KEY-CNT         PIC S9(4) COMP VALUE 0.
           05 EVT-CNT         PIC 9(6).
           05 EVT-ASOF-CNT    PIC 9(6).
           05 ADD-CNT         PIC 9(4).
           05 DROP-CNT        PIC 9(4).
           05 CHG-CNT         PIC 9(4).
           05 SAME-CNT        PIC 9(4).
           05 PRELOG-CNT      PIC 9(4).
           05 DRIFT-CNT       PIC 9(4).
           05 ASOF-REC-CNT    PIC 9(4).
           05 TOT-DRIFT-CNT   PIC 9(4).

      *> One row per master key seen on today's master or in its
      *> log: the record as of the moment asked for, as the whole
      *> log replays to, and as it stands on the master today.
       01  KEY-TBL-REC.
           05 KEY-TBL OCCURS 1 TO 300 TIMES
                 DEPENDING ON KEY-CNT.
              10 KT-KEY        PIC X(25).
              10 KT-LOGGED     PIC X.
              10 KT-PRELOG     PIC X.
              10 KT-ASOF-FLAG  PIC X.
              10 KT-ASOF-IMG   PIC X(80).
              10 KT-ASOF-STAMP PIC 9(12).
              10 KT-ASOF-OPER  PIC X(8).
              10 KT-RPL-FLAG   PIC X.
              10 KT-RPL-IMG    PIC X(80).
              10 KT-NOW-FLAG   PIC X.
              10 KT-NOW-IMG    PIC X(80).

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 CERTANS-FLAG    PIC X   VALUE 'C'.
              88 CERTANS-EOF          VALUE 'E'.
           05 CERTLOG-FLAG    PIC X   VALUE 'C'.
              88 CERTLOG-EOF          VALUE 'E'.
           05 STARSUB-FLAG    PIC X   VALUE 'C'.
              88 STARSUB-EOF          VALUE 'E'.
           05 SUBLOG-FLAG     PIC X   VALUE 'C'.
              88 SUBLOG-EOF           VALUE 'E'.
           05 TBL-FULL-FLAG   PIC X   VALUE 'N'.
              88 KEY-TBL-FULL         VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'ASOFRCN' TO RPGN-PGM

           MOVE SPACES TO ASOF-TEXT
           ACCEPT ASOF-TEXT FROM ENVIRONMENT 'ASOFRCN_ASOF'
           PERFORM CHECK-ASOF-TEXT
           IF ASOF-TEXT = SPACES
             DISPLAY 'ASOFRCN: SET ASOFRCN_ASOF TO THE MOMENT TO '
                     'REBUILD AS OF, YYYYMMDDHHMM - NOTHING REBUILT'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE ASOF-TEXT TO ASOF-STAMP

           MOVE SPACES TO MASTER-SEL
           ACCEPT MASTER-SEL FROM ENVIRONMENT 'ASOFRCN_MASTER'
           MOVE FUNCTION UPPER-CASE(MASTER-SEL) TO MASTER-SEL
           IF MASTER-SEL NOT = SPACES AND NOT = 'CERTANS'
              AND NOT = 'STARSUB'
             DISPLAY 'ASOFRCN: ASOFRCN_MASTER IS CERTANS, STARSUB '
                     'OR BLANK FOR BOTH - NOTHING REBUILT'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 'ASOFRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'POINT-IN-TIME RECONSTRUCTION' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'MASTERS AS OF ' ASOF-TEXT(1:8) ' '
                  ASOF-TEXT(9:4) ' COMPARED WITH TODAY'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE 0 TO TOT-DRIFT-CNT
           IF MASTER-SEL = SPACES OR MASTER-SEL = 'CERTANS'
             PERFORM REBUILD-CERTANS
           END-IF
           IF MASTER-SEL = SPACES OR MASTER-SEL = 'STARSUB'
             PERFORM REBUILD-STARSUB
           END-IF

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY 'ASOFRCN: COMPARISON IN ' FUNCTION TRIM(PRT-DSN)

           IF TOT-DRIFT-CNT > 0
             MOVE 'PT0001' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE 'ASOFRCN' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING TOT-DRIFT-CNT ' MASTER RECORD(S) DIFFER FROM '
                    'WHAT THEIR CHANGE LOG REPLAYS TO - SEE '
                    FUNCTION TRIM(PRT-DSN)
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK
           .

      *> The moment must be twelve digits naming a real date and a
      *> clock time; anything else is blanked, as NITELINE treats
      *> its window bounds.
       CHECK-ASOF-TEXT SECTION.
           IF ASOF-TEXT = SPACES
             EXIT SECTION
           END-IF
           IF ASOF-TEXT IS NUMERIC
             MOVE ASOF-TEXT TO ASOF-STAMP
             IF FUNCTION TEST-DATE-YYYYMMDD(ASOF-STAMP / 10000) = 0
                AND ASOF-TEXT(9:2) < '24'
                AND ASOF-TEXT(11:2) < '60'
               EXIT SECTION
             END-IF
           END-IF
           DISPLAY 'ASOFRCN: ASOFRCN_ASOF ' ASOF-TEXT
                   ' IS NOT YYYYMMDDHHMM'
           MOVE SPACES TO ASOF-TEXT
           .

      *> The certified master, keyed YEAR DAY PART. A CERT logs the
      *> value certified; a DECERT logs the value withdrawn.
       REBUILD-CERTANS SECTION.
           PERFORM START-MASTER
           MOVE 'CERTANS' TO CUR-MASTER
           MOVE 'CERTLOG' TO CUR-LOG
           MOVE 'CERTMNT' TO CUR-WRITERS

           MOVE 'C' TO CERTANS-FLAG
           OPEN INPUT CERTANS
           IF CERTANS-FS = '00'
             PERFORM READ-CERTANS-REC
             PERFORM UNTIL CERTANS-EOF
               IF CERTANS-REC(1:4) IS NUMERIC
                  AND CERTANS-REC(6:2) IS NUMERIC
                  AND CERTANS-REC(9:1) IS NUMERIC
                 MOVE SPACES TO EVT-IMG
                 MOVE CERTANS-REC TO EVT-IMG
                 MOVE EVT-IMG(1:9) TO EVT-KEY
                 PERFORM FIND-KEY
                 IF KEY-IX > 0
                   MOVE 'Y' TO KT-NOW-FLAG(KEY-IX)
                   MOVE EVT-IMG TO KT-NOW-IMG(KEY-IX)
                 END-IF
               END-IF
               PERFORM READ-CERTANS-REC
             END-PERFORM
             CLOSE CERTANS
           END-IF

           MOVE 'C' TO CERTLOG-FLAG
           OPEN INPUT CERTLOG
           IF CERTLOG-FS = '00'
             PERFORM READ-CERTLOG-REC
             PERFORM UNTIL CERTLOG-EOF
               IF CERTLOG-REC(1:8) IS NUMERIC
                  AND CERTLOG-REC(10:4) IS NUMERIC
                  AND CERTLOG-REC(26:4) IS NUMERIC
                 MOVE CERTLOG-REC(1:8) TO EVT-STAMP-X(1:8)
                 MOVE CERTLOG-REC(10:4) TO EVT-STAMP-X(9:4)
                 MOVE CERTLOG-REC(19:6) TO EVT-ACTION
                 MOVE CERTLOG-REC(57:8) TO EVT-OPER
                 MOVE SPACES TO EVT-IMG
                 MOVE CERTLOG-REC(26:4) TO EVT-IMG(1:4)
                 MOVE CERTLOG-REC(31:2) TO EVT-IMG(6:2)
                 MOVE CERTLOG-REC(34:1) TO EVT-IMG(9:1)
                 MOVE CERTLOG-REC(36:20) TO EVT-IMG(11:20)
                 MOVE EVT-IMG(1:9) TO EVT-KEY
                 IF EVT-ACTION = 'DECERT'
                   MOVE 'N' TO EVT-PRESENT
                 ELSE
                   MOVE 'Y' TO EVT-PRESENT
                 END-IF
                 PERFORM APPLY-LOG-EVENT
               END-IF
               PERFORM READ-CERTLOG-REC
             END-PERFORM
             CLOSE CERTLOG
           END-IF

           PERFORM FINISH-MASTER
           .

      *> The submission master, keyed PGM LABEL. Every SUBLOG
      *> record is the star's whole new STARSUB record, and a
      *> submission record is never removed.
       REBUILD-STARSUB SECTION.
           PERFORM START-MASTER
           MOVE 'STARSUB' TO CUR-MASTER
           MOVE 'SUBLOG' TO CUR-LOG
           MOVE 'SUBMAINT, SUBXMIT OR SUBRESP' TO CUR-WRITERS

           MOVE 'C' TO STARSUB-FLAG
           OPEN INPUT STARSUB
           IF STARSUB-FS = '00'
             PERFORM READ-STARSUB-REC
             PERFORM UNTIL STARSUB-EOF
               IF STARSUB-REC NOT = SPACES
                 MOVE SPACES TO EVT-IMG
                 MOVE STARSUB-REC TO EVT-IMG
                 MOVE EVT-IMG(1:25) TO EVT-KEY
                 PERFORM FIND-KEY
                 IF KEY-IX > 0
                   MOVE 'Y' TO KT-NOW-FLAG(KEY-IX)
                   MOVE EVT-IMG TO KT-NOW-IMG(KEY-IX)
                 END-IF
               END-IF
               PERFORM READ-STARSUB-REC
             END-PERFORM
             CLOSE STARSUB
           END-IF

           MOVE 'C' TO SUBLOG-FLAG
           OPEN INPUT SUBLOG
           IF SUBLOG-FS = '00'
             PERFORM READ-SUBLOG-REC
             PERFORM UNTIL SUBLOG-EOF
               IF SUBLOG-REC(1:8) IS NUMERIC
                  AND SUBLOG-REC(10:4) IS NUMERIC
                 MOVE SUBLOG-REC(1:8) TO EVT-STAMP-X(1:8)
                 MOVE SUBLOG-REC(10:4) TO EVT-STAMP-X(9:4)
                 MOVE SUBLOG-REC(19:6) TO EVT-ACTION
                 MOVE SUBLOG-REC(94:8) TO EVT-OPER
                 MOVE SPACES TO EVT-IMG
                 MOVE SUBLOG-REC(26:8) TO EVT-IMG(1:8)
                 MOVE SUBLOG-REC(35:16) TO EVT-IMG(10:16)
                 MOVE SUBLOG-REC(52:20) TO EVT-IMG(27:20)
                 MOVE SUBLOG-REC(73:8) TO EVT-IMG(48:8)
                 MOVE SUBLOG-REC(82:1) TO EVT-IMG(57:1)
                 MOVE SUBLOG-REC(84:2) TO EVT-IMG(59:2)
                 IF SUBLOG-REC(87:6) NOT = '000000'
                   MOVE SUBLOG-REC(87:6) TO EVT-IMG(62:6)
                 END-IF
                 MOVE EVT-IMG(1:25) TO EVT-KEY
                 MOVE 'Y' TO EVT-PRESENT
                 PERFORM APPLY-LOG-EVENT
               END-IF
               PERFORM READ-SUBLOG-REC
             END-PERFORM
             CLOSE SUBLOG
           END-IF

           PERFORM FINISH-MASTER
           .

       START-MASTER SECTION.
           MOVE 0 TO KEY-CNT EVT-CNT EVT-ASOF-CNT ADD-CNT DROP-CNT
                     CHG-CNT SAME-CNT PRELOG-CNT DRIFT-CNT
                     ASOF-REC-CNT FIRST-EVT-STAMP
           MOVE 'N' TO TBL-FULL-FLAG
           .

      *> One logged change, in log order - the log is append-only,
      *> so its order is time order. A key's first logged change
      *> being a removal means the record was on the master before
      *> the log began: it is seeded with the logged image first.
      *> Every change goes into the whole-log replay; only those
      *> made by the moment asked for go into the as-of state.
       APPLY-LOG-EVENT SECTION.
           PERFORM FIND-KEY
           IF KEY-IX = 0
             EXIT SECTION
           END-IF
           ADD 1 TO EVT-CNT
           IF FIRST-EVT-STAMP = 0
             MOVE EVT-STAMP TO FIRST-EVT-STAMP
           END-IF
           IF KT-LOGGED(KEY-IX) NOT = 'Y'
             MOVE 'Y' TO KT-LOGGED(KEY-IX)
             IF EVT-PRESENT = 'N'
               MOVE 'Y' TO KT-PRELOG(KEY-IX)
               MOVE 'Y' TO KT-RPL-FLAG(KEY-IX) KT-ASOF-FLAG(KEY-IX)
               MOVE EVT-IMG TO KT-RPL-IMG(KEY-IX)
                               KT-ASOF-IMG(KEY-IX)
             END-IF
           END-IF
           MOVE EVT-PRESENT TO KT-RPL-FLAG(KEY-IX)
           MOVE EVT-IMG TO KT-RPL-IMG(KEY-IX)
           IF EVT-STAMP NOT > ASOF-STAMP
             ADD 1 TO EVT-ASOF-CNT
             MOVE EVT-PRESENT TO KT-ASOF-FLAG(KEY-IX)
             MOVE EVT-IMG TO KT-ASOF-IMG(KEY-IX)
             MOVE EVT-STAMP TO KT-ASOF-STAMP(KEY-IX)
             MOVE EVT-OPER TO KT-ASOF-OPER(KEY-IX)
           END-IF
           .

      *> Finds EVT-KEY in the table, adding it when new; KEY-IX 0
      *> when the table is full.
       FIND-KEY SECTION.
           PERFORM VARYING KEY-IX FROM 1 BY 1
                     UNTIL KEY-IX > KEY-CNT
                        OR KT-KEY(KEY-IX) = EVT-KEY
             CONTINUE
           END-PERFORM
           IF KEY-IX > KEY-CNT
             IF KEY-CNT NOT < 300
               IF NOT KEY-TBL-FULL
                 DISPLAY 'ASOFRCN: MORE THAN 300 '
                         FUNCTION TRIM(CUR-MASTER)
                         ' KEYS - THE REST ARE NOT REBUILT'
                 SET KEY-TBL-FULL TO TRUE
               END-IF
               MOVE 0 TO KEY-IX
               EXIT SECTION
             END-IF
             ADD 1 TO KEY-CNT
             MOVE KEY-CNT TO KEY-IX
             MOVE EVT-KEY TO KT-KEY(KEY-IX)
             MOVE 'N' TO KT-LOGGED(KEY-IX) KT-PRELOG(KEY-IX)
                         KT-ASOF-FLAG(KEY-IX) KT-RPL-FLAG(KEY-IX)
                         KT-NOW-FLAG(KEY-IX)
             MOVE SPACES TO KT-ASOF-IMG(KEY-IX) KT-RPL-IMG(KEY-IX)
                            KT-NOW-IMG(KEY-IX) KT-ASOF-OPER(KEY-IX)
             MOVE 0 TO KT-ASOF-STAMP(KEY-IX)
           END-IF
           .

      *> A record on today's master with nothing logged has stood
      *> unchanged since before the log began. Then the as-of
      *> master is written and compared with today's.
       FINISH-MASTER SECTION.
           PERFORM VARYING KEY-IX FROM 1 BY 1 UNTIL KEY-IX > KEY-CNT
             IF KT-LOGGED(KEY-IX) NOT = 'Y'
                AND KT-NOW-FLAG(KEY-IX) = 'Y'
               MOVE 'Y' TO KT-PRELOG(KEY-IX) KT-RPL-FLAG(KEY-IX)
                           KT-ASOF-FLAG(KEY-IX)
               MOVE KT-NOW-IMG(KEY-IX) TO KT-RPL-IMG(KEY-IX)
                                          KT-ASOF-IMG(KEY-IX)
             END-IF
             IF KT-PRELOG(KEY-IX) = 'Y'
               ADD 1 TO PRELOG-CNT
             END-IF
           END-PERFORM

           MOVE CUR-MASTER TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO ASOFOUT-DSN
           OPEN OUTPUT ASOFOUT
           PERFORM VARYING KEY-IX FROM 1 BY 1 UNTIL KEY-IX > KEY-CNT
             IF KT-ASOF-FLAG(KEY-IX) = 'Y'
               MOVE KT-ASOF-IMG(KEY-IX) TO ASOFOUT-REC
               WRITE ASOFOUT-REC
               ADD 1 TO ASOF-REC-CNT
             END-IF
           END-PERFORM
           CLOSE ASOFOUT

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-LINE
           MOVE SPACES TO PRT-LINE
           STRING FUNCTION TRIM(CUR-MASTER) '.TXT AS OF '
                  ASOF-TEXT(1:8) ' ' ASOF-TEXT(9:4) ': '
                  ASOF-REC-CNT ' RECORD(S) REBUILT INTO '
                  FUNCTION TRIM(ASOFOUT-DSN)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           DISPLAY 'ASOFRCN: ' FUNCTION TRIM(PRT-LINE)
           MOVE SPACES TO PRT-LINE
           STRING '  REPLAYED ' EVT-ASOF-CNT ' OF THE ' EVT-CNT
                  ' CHANGE(S) ON ' FUNCTION TRIM(CUR-LOG) '.TXT'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           IF EVT-CNT > 0 AND FIRST-EVT-STAMP > ASOF-STAMP
             MOVE SPACES TO PRT-LINE
             STRING '  THE MOMENT ASKED FOR IS BEFORE THE FIRST '
                    'LOGGED CHANGE (' FIRST-EVT-STAMP
                    ') - THE AS-OF STATE IS THE PRE-LOG RECORDS '
                    'ALONE'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
           END-IF

           PERFORM VARYING KEY-IX FROM 1 BY 1 UNTIL KEY-IX > KEY-CNT
             PERFORM COMPARE-ONE-KEY
           END-PERFORM

           MOVE SPACES TO PRT-LINE
           STRING '  SINCE THEN: ' ADD-CNT ' ADDED, ' DROP-CNT
                  ' REMOVED, ' CHG-CNT ' CHANGED, ' SAME-CNT
                  ' UNCHANGED'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TOTAL
           MOVE SPACES TO PRT-LINE
           STRING '  ' PRELOG-CNT ' RECORD(S) HELD SINCE BEFORE THE '
                  'LOG BEGAN, ' DRIFT-CNT ' NOT ACCOUNTED FOR BY IT'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TOTAL
           ADD DRIFT-CNT TO TOT-DRIFT-CNT
           .

       COMPARE-ONE-KEY SECTION.
           PERFORM BUILD-KEY-TEXT
           EVALUATE TRUE
             WHEN KT-ASOF-FLAG(KEY-IX) NOT = 'Y'
                  AND KT-NOW-FLAG(KEY-IX) NOT = 'Y'
               CONTINUE
             WHEN KT-ASOF-FLAG(KEY-IX) NOT = 'Y'
               ADD 1 TO ADD-CNT
               MOVE SPACES TO PRT-LINE
               STRING '  ' KEY-TEXT ' ADDED SINCE'
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-LINE
               PERFORM PRINT-NOW-IMAGE
             WHEN KT-NOW-FLAG(KEY-IX) NOT = 'Y'
               ADD 1 TO DROP-CNT
               MOVE SPACES TO PRT-LINE
               STRING '  ' KEY-TEXT ' REMOVED SINCE'
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-LINE
               PERFORM PRINT-ASOF-IMAGE
             WHEN KT-ASOF-IMG(KEY-IX) NOT = KT-NOW-IMG(KEY-IX)
               ADD 1 TO CHG-CNT
               MOVE SPACES TO PRT-LINE
               STRING '  ' KEY-TEXT ' CHANGED SINCE'
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-LINE
               PERFORM PRINT-ASOF-IMAGE
               PERFORM PRINT-NOW-IMAGE
             WHEN OTHER
               ADD 1 TO SAME-CNT
           END-EVALUATE

           IF KT-RPL-FLAG(KEY-IX) NOT = KT-NOW-FLAG(KEY-IX)
              OR (KT-NOW-FLAG(KEY-IX) = 'Y'
                  AND KT-RPL-IMG(KEY-IX) NOT = KT-NOW-IMG(KEY-IX))
             ADD 1 TO DRIFT-CNT
             MOVE SPACES TO PRT-LINE
             STRING '  ' KEY-TEXT ' *** NOT WHAT THE LOG REPLAYS '
                    'TO - CHANGED OUTSIDE '
                    FUNCTION TRIM(CUR-WRITERS) ' ***'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-LINE
             MOVE SPACES TO PRT-LINE
             IF KT-RPL-FLAG(KEY-IX) = 'Y'
               MOVE KT-RPL-IMG(KEY-IX) TO SHOW-IMG
               PERFORM BUILD-SHOW-TEXT
               STRING '      LOG SAYS: ' SHOW-TEXT
                      DELIMITED BY SIZE INTO PRT-LINE
             ELSE
               MOVE '      LOG SAYS: NO RECORD' TO PRT-LINE
             END-IF
             PERFORM PRINT-LINE
           END-IF
           .

       PRINT-ASOF-IMAGE SECTION.
           MOVE KT-ASOF-IMG(KEY-IX) TO SHOW-IMG
           PERFORM BUILD-SHOW-TEXT
           MOVE SPACES TO PRT-LINE
           IF KT-ASOF-STAMP(KEY-IX) > 0
             STRING '      THEN : ' FUNCTION TRIM(SHOW-TEXT)
                    ' (SET '
                    KT-ASOF-STAMP(KEY-IX) ' BY '
                    FUNCTION TRIM(KT-ASOF-OPER(KEY-IX)) ')'
                    DELIMITED BY SIZE INTO PRT-LINE
           ELSE
             STRING '      THEN : ' FUNCTION TRIM(SHOW-TEXT)
                    ' (BEFORE THE LOG BEGAN)'
                    DELIMITED BY SIZE INTO PRT-LINE
           END-IF
           PERFORM PRINT-LINE
           .

       PRINT-NOW-IMAGE SECTION.
           MOVE KT-NOW-IMG(KEY-IX) TO SHOW-IMG
           PERFORM BUILD-SHOW-TEXT
           MOVE SPACES TO PRT-LINE
           STRING '      TODAY: ' SHOW-TEXT
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           .

       BUILD-KEY-TEXT SECTION.
           MOVE SPACES TO KEY-TEXT
           IF CUR-MASTER = 'CERTANS'
             STRING KT-KEY(KEY-IX)(1:4) ' DAY ' KT-KEY(KEY-IX)(6:2)
                    ' PART ' KT-KEY(KEY-IX)(9:1)
                    DELIMITED BY SIZE INTO KEY-TEXT
           ELSE
             STRING KT-KEY(KEY-IX)(1:8) ' ' KT-KEY(KEY-IX)(10:16)
                    DELIMITED BY SIZE INTO KEY-TEXT
           END-IF
           .

       BUILD-SHOW-TEXT SECTION.
           MOVE SPACES TO SHOW-TEXT
           IF CUR-MASTER = 'CERTANS'
             STRING 'CERTIFIED VALUE=' FUNCTION TRIM(SHOW-IMG(11:20))
                    DELIMITED BY SIZE INTO SHOW-TEXT
           ELSE
             STRING 'STATUS=' SHOW-IMG(57:1)
                    ' ATTEMPTS=' SHOW-IMG(59:2)
                    ' ON ' SHOW-IMG(48:8)
                    ' VALUE=' FUNCTION TRIM(SHOW-IMG(27:20))
                    DELIMITED BY SIZE INTO SHOW-TEXT
           END-IF
           .

       PRINT-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-CERTANS-REC SECTION.
           READ CERTANS
           IF CERTANS-FS NOT = '00'
             SET CERTANS-EOF TO TRUE
           END-IF
           .

       READ-CERTLOG-REC SECTION.
           READ CERTLOG
           IF CERTLOG-FS NOT = '00'
             SET CERTLOG-EOF TO TRUE
           END-IF
           .

       READ-STARSUB-REC SECTION.
           READ STARSUB
           IF STARSUB-FS NOT = '00'
             SET STARSUB-EOF TO TRUE
           END-IF
           .

       READ-SUBLOG-REC SECTION.
           READ SUBLOG
           IF SUBLOG-FS NOT = '00'
             SET SUBLOG-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
