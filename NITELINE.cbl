       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITELINE.

      *> Night timeline. After a bad night the story is spread over
      *> seven logs, each in its own order - AUDTLOG (program START/
      *> END/ABEND), MSGLOG (operator messages), STEPHIST (batch
      *> step timings), EXCPMSTR (rejected input), SHIFTJNL (the
      *> operators' own notes), RPTDLOG (report deliveries) and the
      *> steps' SYSOUT generations in RPTCAT (what each step put on
      *> the console, see SYSOCWS.cpy) - and PROVRPT follows only
      *> one run id, while a night spans the batch, a restart,
      *> queued requests and operator actions. This merges every
      *> event of a time window from all seven into one
      *> timestamp-ordered listing - source,
      *> program, run id, operator and event text per line - and
      *> marks each stretch longer than the gap threshold with no
      *> activity at all, so the night reads top to bottom.
      *>
      *> NITELINE_FROM and NITELINE_TO (YYYYMMDDHHMM) bound the
      *> window; TO defaults to now and FROM to 18:00 the day
      *> before TO. NITELINE_GAP is the gap threshold in minutes
      *> (default 30). The dated segments LOGSEG cut from AUDTLOG,
      *> EXCPMSTR and STEPHIST are read as well as the live files,
      *> so a cutover inside the window loses nothing. A STEPHIST
      *> step is placed at its start time, and so is a SYSOUT, with
      *> the console lines it captured listed beneath it. The
      *> SHADOW_ copies are
      *> not read - trial runs are not part of the production
      *> night. Report family NITELINE through PRTSRV; an empty
      *> window ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDTSEL.

           COPY EXCMSEL.

           SELECT STEPHIST ASSIGN TO 'STEPHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPHIST-FS.

           SELECT MSGLOG ASSIGN TO 'MSGLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MSGLOG-FS.

           SELECT SHIFTJNL ASSIGN TO 'SHIFTJNL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHIFTJNL-FS.

           SELECT RPTDLOG ASSIGN TO 'RPTDLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPTDLOG-FS.

           COPY LSEGSEL.

           SELECT SYSOIN ASSIGN TO DYNAMIC SYSOIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SYSOIN-FS.

           SELECT NITEWORK ASSIGN TO 'NITEWORK.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NITEWORK-FS.

           SELECT NITESRTD ASSIGN TO 'NITESRTD.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NITESRTD-FS.

           SELECT NITESORT ASSIGN TO 'NITESORT.tmp'.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDTFD.

       COPY EXCMFD.

       FD  STEPHIST.
       01  STEPHIST-REC       PIC X(100).

       FD  MSGLOG.
       01  MSGLOG-REC         PIC X(170).

       FD  SHIFTJNL.
       01  SHIFTJNL-REC       PIC X(122).

       FD  RPTDLOG.
       01  RPTDLOG-REC        PIC X(130).

       COPY LSEGFD.

       FD  SYSOIN.
       01  SYSOIN-REC         PIC X(132).

       FD  NITEWORK.
       01  NITEWORK-REC       PIC X(126).

       FD  NITESRTD.
       01  NITESRTD-REC       PIC X(126).

      *> One event per record, laid out as EVT-REC below; the date
      *> and time lead so the sort is on the timestamp, and events
      *> of the same instant keep the order they were gathered in.
       SD  NITESORT.
       01  NITESORT-REC.
           05 SRT-DATE        PIC 9(8).
           05 SRT-TIME        PIC 9(8).
           05 FILLER          PIC X(110).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY AUDTWS.
           COPY EXCMWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY LSEGWS.
           05 STEPHIST-FS     PIC XX.
           05 MSGLOG-FS       PIC XX.
           05 SHIFTJNL-FS     PIC XX.
           05 RPTDLOG-FS      PIC XX.
           05 SYSOIN-FS       PIC XX.
           05 SYSOIN-DSN      PIC X(80).
           05 NITEWORK-FS     PIC XX.
           05 NITESRTD-FS     PIC XX.
           05 STAMP-TEXT      PIC X(12).
           05 STAMP-NUM REDEFINES STAMP-TEXT PIC 9(12).
           05 GAP-TEXT        PIC X(4).
           05 GAP-MIN         PIC 9(4).
           05 FROM-STAMP      PIC 9(12).
           05 TO-STAMP        PIC 9(12).
           05 EVT-STAMP       PIC 9(12).
           05 WIN-DATE        PIC 9(8).
           05 WIN-TIME        PIC 9(8).
           05 WIN-INT         PIC S9(9) COMP.
           05 LOG-WRK-REC     PIC X(170).
      *> Seconds since the start of the calendar, for the gap test.
           05 EVT-SECS        PIC S9(12) COMP.
           05 PREV-SECS       PIC S9(12) COMP.
           05 GAP-SECS        PIC S9(12) COMP.
           05 GAP-MINS        PIC 9(6).
           05 GAP-ED          PIC ZZZZZ9.
           05 EVT-CNT         PIC 9(6).
           05 GAP-CNT         PIC 9(4).
           05 CNT-ED          PIC ZZZZZ9.
      *> The seven sources, in gathering order, with their counts.
           05 SRC-IX          PIC S9(4) COMP.
           05 SRC-TBL.
              10 SRC-ENT OCCURS 7 TIMES.
                 15 SRC-NAME  PIC X(8).
                 15 SRC-TALLY PIC 9(6).
           05 EVT-REC.
              10 EVT-DATE     PIC 9(8).
              10 EVT-TIME     PIC 9(8).
              10 EVT-SRC      PIC X(8).
              10 EVT-PGM      PIC X(8).
              10 EVT-RUNID    PIC X(16).
              10 EVT-OPER     PIC X(8).
              10 EVT-TEXT     PIC X(70).

      *> Source names in gathering order - kept out of WORKSPACE so
      *> its INITIALIZE cannot blank them.
       01  SRC-NAME-LST       PIC X(56) VALUE
           'AUDTLOG STEPHISTEXCPMSTRMSGLOG  SHIFTJNLRPTDLOG SYSOUT  '.

       COPY PRTCWS.

       01  SWITCHES.
           05 AUDTLOG-FLAG    PIC X   VALUE 'C'.
              88 AUDTLOG-EOF          VALUE 'E'.
           05 EXCPMSTR-FLAG   PIC X   VALUE 'C'.
              88 EXCPMSTR-EOF         VALUE 'E'.
           05 STEPHIST-FLAG   PIC X   VALUE 'C'.
              88 STEPHIST-EOF         VALUE 'E'.
           05 MSGLOG-FLAG     PIC X   VALUE 'C'.
              88 MSGLOG-EOF           VALUE 'E'.
           05 SHIFTJNL-FLAG   PIC X   VALUE 'C'.
              88 SHIFTJNL-EOF         VALUE 'E'.
           05 RPTDLOG-FLAG    PIC X   VALUE 'C'.
              88 RPTDLOG-EOF          VALUE 'E'.
           05 SYSOIN-FLAG     PIC X   VALUE 'C'.
              88 SYSOIN-EOF           VALUE 'E'.
           05 NITESRTD-FLAG   PIC X   VALUE 'C'.
              88 NITESRTD-EOF         VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'NITELINE' TO RPGN-PGM
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > 7
             MOVE SRC-NAME-LST(SRC-IX * 8 - 7:8) TO SRC-NAME(SRC-IX)
           END-PERFORM
           PERFORM GET-WINDOW

           OPEN OUTPUT NITEWORK
           IF NITEWORK-FS NOT = '00'
             DISPLAY 'FATAL: CANNOT OPEN NITEWORK.TMP, FILE STATUS='
                     NITEWORK-FS ' - NO TIMELINE BUILT'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM GATHER-AUDTLOG
           PERFORM GATHER-STEPHIST
           PERFORM GATHER-EXCPMSTR
           PERFORM GATHER-MSGLOG
           PERFORM GATHER-SHIFTJNL
           PERFORM GATHER-RPTDLOG
           PERFORM GATHER-SYSOUT
           CLOSE NITEWORK

           SORT NITESORT
               ON ASCENDING KEY SRT-DATE SRT-TIME
               WITH DUPLICATES IN ORDER
               USING NITEWORK GIVING NITESRTD

           MOVE 'NITELINE' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE SPACES TO PRT-TITLE
           STRING 'NIGHT TIMELINE ' FROM-STAMP ' TO ' TO-STAMP
                  DELIMITED BY SIZE INTO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'DATE     TIME     SOURCE   PROGRAM  RUN ID       '
                  '    OPERATOR EVENT'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM PRINT-TIMELINE
           PERFORM PRINT-SOURCE-COUNTS

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF EVT-CNT = 0
             DISPLAY 'NITELINE: NOTHING ON RECORD BETWEEN '
                     FROM-STAMP ' AND ' TO-STAMP ' - CHECK THE WINDOW'
             MOVE 4 TO RETURN-CODE
           END-IF
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'NITELINE: ' EVT-CNT ' EVENT(S) ' FROM-STAMP '-'
                   TO-STAMP ', ' GAP-CNT ' GAP(S) OVER ' GAP-MIN
                   ' MINUTE(S) - TIMELINE IN '
                   FUNCTION TRIM(PRT-DSN)
           GOBACK
           .

      *> The window and the gap threshold. A FROM after TO is
      *> swapped rather than refused, as MSGANLZ does with its
      *> range - the operator plainly meant the time between them.
       GET-WINDOW SECTION.
           ACCEPT WIN-DATE FROM DATE YYYYMMDD
           ACCEPT WIN-TIME FROM TIME
           COMPUTE TO-STAMP = WIN-DATE * 10000 + WIN-TIME / 10000
           MOVE SPACES TO STAMP-TEXT
           ACCEPT STAMP-TEXT FROM ENVIRONMENT 'NITELINE_TO'
           PERFORM CHECK-STAMP-TEXT
           IF STAMP-TEXT NOT = SPACES
             MOVE STAMP-NUM TO TO-STAMP
           END-IF

           COMPUTE WIN-INT = FUNCTION INTEGER-OF-DATE(
               TO-STAMP / 10000) - 1
           COMPUTE FROM-STAMP =
               FUNCTION DATE-OF-INTEGER(WIN-INT) * 10000 + 1800
           MOVE SPACES TO STAMP-TEXT
           ACCEPT STAMP-TEXT FROM ENVIRONMENT 'NITELINE_FROM'
           PERFORM CHECK-STAMP-TEXT
           IF STAMP-TEXT NOT = SPACES
             MOVE STAMP-NUM TO FROM-STAMP
           END-IF

           IF FROM-STAMP > TO-STAMP
             MOVE FROM-STAMP TO EVT-STAMP
             MOVE TO-STAMP TO FROM-STAMP
             MOVE EVT-STAMP TO TO-STAMP
           END-IF

           MOVE 30 TO GAP-MIN
           MOVE SPACES TO GAP-TEXT
           ACCEPT GAP-TEXT FROM ENVIRONMENT 'NITELINE_GAP'
           IF GAP-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(GAP-TEXT) = 0
             COMPUTE GAP-MIN = FUNCTION NUMVAL(GAP-TEXT)
             IF GAP-MIN < 1
               MOVE 1 TO GAP-MIN
             END-IF
           END-IF
           .

      *> A window bound must be twelve digits naming a real date
      *> and a clock time; anything else is ignored (blanked) with a
      *> warning and the default stands.
       CHECK-STAMP-TEXT SECTION.
           IF STAMP-TEXT = SPACES
             EXIT SECTION
           END-IF
           IF STAMP-TEXT IS NUMERIC
             IF FUNCTION TEST-DATE-YYYYMMDD(STAMP-NUM / 10000) = 0
                AND STAMP-TEXT(9:2) < '24'
                AND STAMP-TEXT(11:2) < '60'
               EXIT SECTION
             END-IF
           END-IF
           DISPLAY 'NITELINE: WINDOW BOUND ' STAMP-TEXT
                   ' IS NOT YYYYMMDDHHMM - DEFAULT USED'
           MOVE SPACES TO STAMP-TEXT
           .

      *> Every gatherer fills EVT-REC from its own layout and hands
      *> it here; only events inside the window reach the work file.
       KEEP-EVENT SECTION.
           COMPUTE EVT-STAMP = EVT-DATE * 10000 + EVT-TIME / 10000
           IF EVT-STAMP < FROM-STAMP OR EVT-STAMP > TO-STAMP
             EXIT SECTION
           END-IF
           MOVE EVT-REC TO NITEWORK-REC
           WRITE NITEWORK-REC
           ADD 1 TO SRC-TALLY(SRC-IX)
           .

      *> A cataloged segment of one of the three segmented logs -
      *> LSEG-KEY says which layout it is.
       APPLY-SEGMENT-REC SECTION.
           MOVE LOGSEGF-REC TO LOG-WRK-REC
           EVALUATE LSEG-KEY
             WHEN 'AUDTLOG'
               PERFORM APPLY-AUDTLOG-REC
             WHEN 'STEPHIST'
               PERFORM APPLY-STEPHIST-REC
             WHEN 'EXCPMSTR'
               PERFORM APPLY-EXCPMSTR-REC
           END-EVALUATE
           .

       GATHER-AUDTLOG SECTION.
           MOVE 1 TO SRC-IX
           MOVE 'AUDTLOG' TO LSEG-KEY
           MOVE FROM-STAMP(1:8) TO LSEG-FROM
           PERFORM SCAN-LOG-SEGMENTS
           MOVE 'C' TO AUDTLOG-FLAG
           OPEN INPUT AUDTLOG
           IF AUDTLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-AUDTLOG-REC
           PERFORM UNTIL AUDTLOG-EOF
             MOVE AUDTLOG-REC TO LOG-WRK-REC
             PERFORM APPLY-AUDTLOG-REC
             PERFORM READ-AUDTLOG-REC
           END-PERFORM
           CLOSE AUDTLOG
           .

      *> Audit-log offsets (AUDTWR.cpy): PGM(1:8) DATE(10:8)
      *> TIME(19:8) EVENT(28:8) RC(40:4) RUN-ID(45:16) OPER(62:8).
       APPLY-AUDTLOG-REC SECTION.
           IF LOG-WRK-REC(10:8) IS NOT NUMERIC
              OR LOG-WRK-REC(19:8) IS NOT NUMERIC
             EXIT SECTION
           END-IF
           MOVE SPACES TO EVT-REC
           MOVE LOG-WRK-REC(10:8) TO EVT-DATE
           MOVE LOG-WRK-REC(19:8) TO EVT-TIME
           MOVE 'AUDTLOG' TO EVT-SRC
           MOVE LOG-WRK-REC(1:8) TO EVT-PGM
           MOVE LOG-WRK-REC(45:16) TO EVT-RUNID
           MOVE LOG-WRK-REC(62:8) TO EVT-OPER
           STRING FUNCTION TRIM(LOG-WRK-REC(28:8))
                  ' RC=' LOG-WRK-REC(40:4)
                  DELIMITED BY SIZE INTO EVT-TEXT
           PERFORM KEEP-EVENT
           .

       GATHER-STEPHIST SECTION.
           MOVE 2 TO SRC-IX
           MOVE 'STEPHIST' TO LSEG-KEY
           MOVE FROM-STAMP(1:8) TO LSEG-FROM
           PERFORM SCAN-LOG-SEGMENTS
           MOVE 'C' TO STEPHIST-FLAG
           OPEN INPUT STEPHIST
           IF STEPHIST-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-STEPHIST-REC
           PERFORM UNTIL STEPHIST-EOF
             MOVE STEPHIST-REC TO LOG-WRK-REC
             PERFORM APPLY-STEPHIST-REC
             PERFORM READ-STEPHIST-REC
           END-PERFORM
           CLOSE STEPHIST
           .

      *> Step-history offsets (RUNALL.cbl): PGM(1:8) DATE(10:8)
      *> START(19:8) END(28:8) ELAPSED(37:6) RC(44:4) RUN-ID(49:16).
      *> The step carries no operator of its own.
       APPLY-STEPHIST-REC SECTION.
           IF LOG-WRK-REC(10:8) IS NOT NUMERIC
              OR LOG-WRK-REC(19:8) IS NOT NUMERIC
             EXIT SECTION
           END-IF
           MOVE SPACES TO EVT-REC
           MOVE LOG-WRK-REC(10:8) TO EVT-DATE
           MOVE LOG-WRK-REC(19:8) TO EVT-TIME
           MOVE 'STEPHIST' TO EVT-SRC
           MOVE LOG-WRK-REC(1:8) TO EVT-PGM
           MOVE LOG-WRK-REC(49:16) TO EVT-RUNID
           STRING 'STEP RAN TO ' LOG-WRK-REC(28:2) ':'
                  LOG-WRK-REC(30:2) ':' LOG-WRK-REC(32:2)
                  ' ELAPSED ' LOG-WRK-REC(37:6) 'S'
                  ' RC=' LOG-WRK-REC(44:4)
                  DELIMITED BY SIZE INTO EVT-TEXT
           PERFORM KEEP-EVENT
           .

       GATHER-EXCPMSTR SECTION.
           MOVE 3 TO SRC-IX
           MOVE 'EXCPMSTR' TO LSEG-KEY
           MOVE FROM-STAMP(1:8) TO LSEG-FROM
           PERFORM SCAN-LOG-SEGMENTS
           MOVE 'C' TO EXCPMSTR-FLAG
           OPEN INPUT EXCPMSTR
           IF EXCPMSTR-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-EXCPMSTR-REC
           PERFORM UNTIL EXCPMSTR-EOF
             MOVE EXCPMSTR-REC TO LOG-WRK-REC
             PERFORM APPLY-EXCPMSTR-REC
             PERFORM READ-EXCPMSTR-REC
           END-PERFORM
           CLOSE EXCPMSTR
           .

      *> Exception-master offsets (EXCMFD.cpy): PGM(1:8) DATE(10:8)
      *> TIME(19:8) LINE(28:8) REASON(37:8) RUN-ID(46:16)
      *> IMAGE(63:80).
       APPLY-EXCPMSTR-REC SECTION.
           IF LOG-WRK-REC(10:8) IS NOT NUMERIC
              OR LOG-WRK-REC(19:8) IS NOT NUMERIC
             EXIT SECTION
           END-IF
           MOVE SPACES TO EVT-REC
           MOVE LOG-WRK-REC(10:8) TO EVT-DATE
           MOVE LOG-WRK-REC(19:8) TO EVT-TIME
           MOVE 'EXCPMSTR' TO EVT-SRC
           MOVE LOG-WRK-REC(1:8) TO EVT-PGM
           MOVE LOG-WRK-REC(46:16) TO EVT-RUNID
           STRING 'REJECT ' FUNCTION TRIM(LOG-WRK-REC(37:8))
                  ' LINE ' LOG-WRK-REC(28:8) ': '
                  FUNCTION TRIM(LOG-WRK-REC(63:80))
                  DELIMITED BY SIZE INTO EVT-TEXT
           PERFORM KEEP-EVENT
           .

      *> Message-log offsets (MSGSRV.cbl): MSGID(1:8) SEV(10:1)
      *> DATE(12:8) TIME(21:8) PGM(30:8) RUN-ID(39:16) OPER(56:8)
      *> TEXT(65:100).
       GATHER-MSGLOG SECTION.
           MOVE 4 TO SRC-IX
           MOVE 'C' TO MSGLOG-FLAG
           OPEN INPUT MSGLOG
           IF MSGLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-MSGLOG-REC
           PERFORM UNTIL MSGLOG-EOF
             IF MSGLOG-REC(12:8) IS NUMERIC
                AND MSGLOG-REC(21:8) IS NUMERIC
               MOVE SPACES TO EVT-REC
               MOVE MSGLOG-REC(12:8) TO EVT-DATE
               MOVE MSGLOG-REC(21:8) TO EVT-TIME
               MOVE 'MSGLOG' TO EVT-SRC
               MOVE MSGLOG-REC(30:8) TO EVT-PGM
               MOVE MSGLOG-REC(39:16) TO EVT-RUNID
               MOVE MSGLOG-REC(56:8) TO EVT-OPER
               STRING MSGLOG-REC(1:8) ' ' MSGLOG-REC(10:1) ' '
                      FUNCTION TRIM(MSGLOG-REC(65:100))
                      DELIMITED BY SIZE INTO EVT-TEXT
               PERFORM KEEP-EVENT
             END-IF
             PERFORM READ-MSGLOG-REC
           END-PERFORM
           CLOSE MSGLOG
           .

      *> Shift-journal offsets (SHIFTJNL.cbl): DATE(1:8) TIME(10:8)
      *> OPER(19:8) TYPE(28:6) RUN-ID(35:16) TEXT(52:70). A note is
      *> the operator's own, so it names no program.
       GATHER-SHIFTJNL SECTION.
           MOVE 5 TO SRC-IX
           MOVE 'C' TO SHIFTJNL-FLAG
           OPEN INPUT SHIFTJNL
           IF SHIFTJNL-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-SHIFTJNL-REC
           PERFORM UNTIL SHIFTJNL-EOF
             IF SHIFTJNL-REC(1:8) IS NUMERIC
                AND SHIFTJNL-REC(10:8) IS NUMERIC
               MOVE SPACES TO EVT-REC
               MOVE SHIFTJNL-REC(1:8) TO EVT-DATE
               MOVE SHIFTJNL-REC(10:8) TO EVT-TIME
               MOVE 'SHIFTJNL' TO EVT-SRC
               MOVE SHIFTJNL-REC(35:16) TO EVT-RUNID
               MOVE SHIFTJNL-REC(19:8) TO EVT-OPER
               STRING FUNCTION TRIM(SHIFTJNL-REC(28:6)) ' '
                      FUNCTION TRIM(SHIFTJNL-REC(52:70))
                      DELIMITED BY SIZE INTO EVT-TEXT
               PERFORM KEEP-EVENT
             END-IF
             PERFORM READ-SHIFTJNL-REC
           END-PERFORM
           CLOSE SHIFTJNL
           .

      *> Delivery-log offsets (RPTDSTRB.cbl): DATE(1:8) TIME(10:8)
      *> FAMILY(19:12) RECIPIENT(32:8) STATUS(41:9) DEST(51:60)
      *> RUN-ID(112:16). Every delivery is RPTDSTRB's.
       GATHER-RPTDLOG SECTION.
           MOVE 6 TO SRC-IX
           MOVE 'C' TO RPTDLOG-FLAG
           OPEN INPUT RPTDLOG
           IF RPTDLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-RPTDLOG-REC
           PERFORM UNTIL RPTDLOG-EOF
             IF RPTDLOG-REC(1:8) IS NUMERIC
                AND RPTDLOG-REC(10:8) IS NUMERIC
               MOVE SPACES TO EVT-REC
               MOVE RPTDLOG-REC(1:8) TO EVT-DATE
               MOVE RPTDLOG-REC(10:8) TO EVT-TIME
               MOVE 'RPTDLOG' TO EVT-SRC
               MOVE 'RPTDSTRB' TO EVT-PGM
               MOVE RPTDLOG-REC(112:16) TO EVT-RUNID
               STRING 'REPORT ' FUNCTION TRIM(RPTDLOG-REC(19:12))
                      ' TO ' FUNCTION TRIM(RPTDLOG-REC(32:8))
                      ' ' FUNCTION TRIM(RPTDLOG-REC(41:9))
                      DELIMITED BY SIZE INTO EVT-TEXT
               PERFORM KEEP-EVENT
             END-IF
             PERFORM READ-RPTDLOG-REC
           END-PERFORM
           CLOSE RPTDLOG
           .

      *> A step's SYSOUT is cataloged when the step starts (see
      *> SYSOSRV.cbl), so the catalog record's date and time place
      *> it. The HTML copy beside it is the same lines again. The
      *> event text carries the generation's name for
      *> PRINT-SYSOUT-LINES.
       GATHER-SYSOUT SECTION.
           MOVE 7 TO SRC-IX
           MOVE 'C' TO RPTCAT-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-RPTCAT-REC
           PERFORM UNTIL RPTCAT-EOF
             IF RPTCAT-REC(10:12) = 'SYSOUT'
                AND RPTCAT-REC(185:4) NOT = 'HTML'
                AND RPTCAT-REC(28:8) IS NUMERIC
                AND RPTCAT-REC(37:8) IS NUMERIC
               MOVE SPACES TO EVT-REC
               MOVE RPTCAT-REC(28:8) TO EVT-DATE
               MOVE RPTCAT-REC(37:8) TO EVT-TIME
               MOVE 'SYSOUT' TO EVT-SRC
               MOVE RPTCAT-REC(1:8) TO EVT-PGM
               MOVE RPTCAT-REC(46:16) TO EVT-RUNID
               STRING 'CONSOLE OUTPUT ' FUNCTION TRIM(RPTCAT-REC(63:80))
                      DELIMITED BY SIZE INTO EVT-TEXT
               PERFORM KEEP-EVENT
             END-IF
             PERFORM READ-RPTCAT-REC
           END-PERFORM
           CLOSE RPTCAT
           .

      *> The merged listing. Before each event, a silence since the
      *> previous one longer than the threshold gets its own marker
      *> line, so the quiet stretches stand out as plainly as the
      *> busy ones.
       PRINT-TIMELINE SECTION.
           MOVE 0 TO PREV-SECS
           MOVE 'C' TO NITESRTD-FLAG
           OPEN INPUT NITESRTD
           IF NITESRTD-FS NOT = '00'
             MOVE '   NO EVENTS IN THE WINDOW' TO PRT-LINE
             PERFORM PRINT-TIMELINE-LINE
             EXIT SECTION
           END-IF
           PERFORM READ-NITESRTD-REC
           PERFORM UNTIL NITESRTD-EOF
             MOVE NITESRTD-REC TO EVT-REC
             ADD 1 TO EVT-CNT
             COMPUTE EVT-SECS =
                 FUNCTION INTEGER-OF-DATE(EVT-DATE) * 86400
                 + FUNCTION NUMVAL(EVT-TIME(1:2)) * 3600
                 + FUNCTION NUMVAL(EVT-TIME(3:2)) * 60
                 + FUNCTION NUMVAL(EVT-TIME(5:2))
             IF PREV-SECS > 0
               COMPUTE GAP-SECS = EVT-SECS - PREV-SECS
               IF GAP-SECS > GAP-MIN * 60
                 PERFORM PRINT-GAP-LINE
               END-IF
             END-IF
             MOVE EVT-SECS TO PREV-SECS
             PERFORM PRINT-EVENT-LINE
             PERFORM READ-NITESRTD-REC
           END-PERFORM
           CLOSE NITESRTD
           IF EVT-CNT = 0
             MOVE '   NO EVENTS IN THE WINDOW' TO PRT-LINE
             PERFORM PRINT-TIMELINE-LINE
           END-IF
           .

       PRINT-EVENT-LINE SECTION.
           IF EVT-PGM = SPACES
             MOVE '-' TO EVT-PGM
           END-IF
           IF EVT-RUNID = SPACES
             MOVE '-' TO EVT-RUNID
           END-IF
           IF EVT-OPER = SPACES
             MOVE '-' TO EVT-OPER
           END-IF
           MOVE SPACES TO PRT-LINE
           STRING EVT-DATE ' ' EVT-TIME(1:2) ':' EVT-TIME(3:2) ':'
                  EVT-TIME(5:2) ' ' EVT-SRC ' ' EVT-PGM ' '
                  EVT-RUNID ' ' EVT-OPER ' ' EVT-TEXT
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TIMELINE-LINE
           IF EVT-SRC = 'SYSOUT'
             PERFORM PRINT-SYSOUT-LINES
           END-IF
           .

      *> What the step printed, indented under its SYSOUT event. A
      *> generation rolled off the retention window is said so.
       PRINT-SYSOUT-LINES SECTION.
           MOVE EVT-TEXT(16:55) TO SYSOIN-DSN
           MOVE 'C' TO SYSOIN-FLAG
           OPEN INPUT SYSOIN
           IF SYSOIN-FS NOT = '00'
             MOVE SPACES TO PRT-LINE
             STRING '                  | NO LONGER ON DISK, '
                    'FILE STATUS=' SYSOIN-FS
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-TIMELINE-LINE
             EXIT SECTION
           END-IF
           PERFORM READ-SYSOIN-REC
           PERFORM UNTIL SYSOIN-EOF
             MOVE SPACES TO PRT-LINE
             STRING '                  | ' SYSOIN-REC
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-TIMELINE-LINE
             PERFORM READ-SYSOIN-REC
           END-PERFORM
           CLOSE SYSOIN
           .

       PRINT-GAP-LINE SECTION.
           ADD 1 TO GAP-CNT
           COMPUTE GAP-MINS = GAP-SECS / 60
           MOVE GAP-MINS TO GAP-ED
           MOVE SPACES TO PRT-LINE
           STRING '                  ---- GAP OF '
                  FUNCTION TRIM(GAP-ED)
                  ' MINUTE(S) WITH NO ACTIVITY IN ANY LOG ----'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TIMELINE-LINE
           .

       PRINT-SOURCE-COUNTS SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-TIMELINE-LINE
           MOVE '-- EVENTS BY SOURCE' TO PRT-LINE
           PERFORM PRINT-TIMELINE-LINE
           PERFORM VARYING SRC-IX FROM 1 BY 1 UNTIL SRC-IX > 7
             MOVE SRC-TALLY(SRC-IX) TO CNT-ED
             MOVE SPACES TO PRT-LINE
             STRING '   ' SRC-NAME(SRC-IX) ' ' CNT-ED
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-TIMELINE-LINE
           END-PERFORM
           MOVE EVT-CNT TO CNT-ED
           MOVE SPACES TO PRT-LINE
           STRING '   TOTAL    ' CNT-ED ' EVENT(S), ' GAP-CNT
                  ' GAP(S) OVER ' GAP-MIN ' MINUTE(S)'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-TIMELINE-TOTAL
           .

       PRINT-TIMELINE-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-TIMELINE-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
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
             SET AUDTLOG-EOF TO TRUE
           END-IF
           .

       READ-STEPHIST-REC SECTION.
           READ STEPHIST
           IF STEPHIST-FS NOT = '00'
             SET STEPHIST-EOF TO TRUE
           END-IF
           .

       READ-EXCPMSTR-REC SECTION.
           READ EXCPMSTR
           PERFORM UNTIL EXCPMSTR-FS NOT = '00'
                      OR EXCPMSTR-REC(1:1) NOT = '*'
             MOVE 'EXCPMSTR' TO MLBL-FILE
             MOVE EXCPMSTR-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ EXCPMSTR
           END-PERFORM
           IF EXCPMSTR-FS NOT = '00'
             SET EXCPMSTR-EOF TO TRUE
           END-IF
           .

       READ-MSGLOG-REC SECTION.
           READ MSGLOG
           IF MSGLOG-FS NOT = '00'
             SET MSGLOG-EOF TO TRUE
           END-IF
           .

       READ-SHIFTJNL-REC SECTION.
           READ SHIFTJNL
           IF SHIFTJNL-FS NOT = '00'
             SET SHIFTJNL-EOF TO TRUE
           END-IF
           .

       READ-RPTDLOG-REC SECTION.
           READ RPTDLOG
           IF RPTDLOG-FS NOT = '00'
             SET RPTDLOG-EOF TO TRUE
           END-IF
           .

       READ-SYSOIN-REC SECTION.
           READ SYSOIN
           IF SYSOIN-FS NOT = '00'
             SET SYSOIN-EOF TO TRUE
           END-IF
           .

       READ-NITESRTD-REC SECTION.
           READ NITESRTD
           IF NITESRTD-FS NOT = '00'
             SET NITESRTD-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY LSEGRD.

       COPY SBOXRS.

       COPY MLBLCK.
