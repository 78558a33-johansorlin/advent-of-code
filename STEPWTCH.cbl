       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPWTCH.

      *> Live watchdog for hung batch steps. A step that hangs
      *> mid-run - DAY03P1 spinning, DAY05 waiting on nothing - was
      *> noticed in the morning, and AUDTANLZ only finds the orphaned
      *> START after the fact. This is run on an interval through
      *> the batch window. While a driver holds the run lock
      *> (LOCKWS.cpy) it pairs the audit log's START and END/ABEND
      *> events under that batch's run id; a START still open is a
      *> step running now. Its elapsed time is held against the
      *> program's average from the timing history STEPHIST.txt
      *> (runs ending under 8, as RUNALL's forecast takes it) plus
      *> a tolerance - STEPWTCH_TOLPCT percent of the average
      *> (default 50) or STEPWTCH_GRACE seconds (default 60),
      *> whichever is more. A step past its limit raises WD0001 (E,
      *> so MSGSRV queues it to whoever is on call) and writes an
      *> ALERT note to the shift journal naming the step, how long
      *> it has been running and its normal duration - while there
      *> is still time to act. Each raised step is remembered in
      *> STEPWTCH.txt: PGM(1:8) RUN-ID(10:16) START-DATE(27:8)
      *> START-TIME(36:8) RAISED-DATE(45:8) RAISED-TIME(54:8)
      *> ELAPSED(63:7), so the next interval reports it again but
      *> does not page again. RUNSTAT.txt's completions for the run
      *> give the progress line. RC 8 when a step was newly raised,
      *> 4 while a raised step is still running, 0 otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LOCKSEL.

           COPY AUDTSEL.

           SELECT RUNSTAT ASSIGN TO 'RUNSTAT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNSTAT-FS.

           SELECT STEPHIST ASSIGN TO 'STEPHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPHIST-FS.

           SELECT SHIFTJNL ASSIGN TO 'SHIFTJNL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHIFTJNL-FS.

           SELECT STEPWTCH ASSIGN TO 'STEPWTCH.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPWTCH-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY LOCKFD.

       COPY AUDTFD.

       FD  RUNSTAT.
       01  RUNSTAT-REC        PIC X(40).

       FD  STEPHIST.
       01  STEPHIST-REC       PIC X(100).

       FD  SHIFTJNL.
       01  SHIFTJNL-REC       PIC X(122).

       FD  STEPWTCH.
       01  STEPWTCH-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY LOCKWS.
           COPY AUDTWS.
           05 RUNSTAT-FS      PIC XX.
           05 STEPHIST-FS     PIC XX.
           05 SHIFTJNL-FS     PIC XX.
           05 STEPWTCH-FS     PIC XX.
           05 BATCH-HOLDER    PIC X(8).
           05 BATCH-RUN-ID    PIC X(16).
           05 BATCH-DATE      PIC X(8).
           05 BATCH-TIME      PIC X(8).
           05 NOW-DATE        PIC 9(8).
           05 NOW-TIME        PIC 9(8).
           05 NOW-SECS        PIC S9(11).
           05 START-SECS      PIC S9(11).
           05 CLK-DATE        PIC 9(8).
           05 CLK-TIME        PIC 9(8).
           05 CLK-TIME-R REDEFINES CLK-TIME.
              10 CLK-HH       PIC 99.
              10 CLK-MM       PIC 99.
              10 CLK-SS       PIC 99.
              10 CLK-HS       PIC 99.
           05 CLK-SECS        PIC S9(11).
           05 PARM-TEXT       PIC X(8).
           05 TOL-PCT         PIC 9(5).
           05 GRACE-SEC       PIC 9(5).
           05 ELAPSED-SEC     PIC 9(7).
           05 AVG-SEC         PIC 9(7).
           05 MARGIN-SEC      PIC 9(7).
           05 LIMIT-SEC       PIC 9(7).
           05 ELAPSED-ED      PIC Z(6)9.
           05 AVG-ED          PIC Z(6)9.
           05 LIMIT-ED        PIC Z(6)9.
           05 DONE-STEPS      PIC 9(4).
           05 RUNNING-CNT     PIC 9(4).
           05 HUNG-NEW        PIC 9(4).
           05 HUNG-KNOWN      PIC 9(4).
           05 REC-KEY         PIC X(24).
           05 ALR-WRK-KEY     PIC X(40).
           05 OPN-IX          PIC S9(4) COMP.
           05 OPN-CNT         PIC S9(4) COMP VALUE 0.
           05 AVG-IX          PIC S9(4) COMP.
           05 AVG-CNT         PIC S9(4) COMP VALUE 0.
           05 ALR-IX          PIC S9(4) COMP.
           05 ALR-CNT         PIC S9(4) COMP VALUE 0.
           05 STEP-LINE       PIC X(100).
           05 JNL-TEXT        PIC X(70).

      *> The batch's STARTs still waiting for their END - as in
      *> AUDTANLZ, a close slides the tail down so the table only
      *> holds steps genuinely running.
       01  OPEN-TBL-REC.
           05 OPEN-TBL OCCURS 50 TIMES.
              10 OPN-KEY      PIC X(24).
              10 OPN-DATE     PIC X(8).
              10 OPN-TIME     PIC X(8).

       01  AVG-TBL-REC.
           05 AVG-TBL OCCURS 100 TIMES.
              10 AVG-PGM      PIC X(8).
              10 AVG-SUM      PIC 9(9).
              10 AVG-RUNS     PIC 9(5).

      *> Steps already raised: PGM, RUN-ID and START date/time as
      *> one key, the first 43 bytes of a STEPWTCH.txt record.
       01  ALERT-TBL-REC.
           05 ALR-KEY OCCURS 200 TIMES PIC X(40).

       COPY MSGCWS.

       01  SWITCHES.
           05 LOCK-HELD-FLAG  PIC X   VALUE 'N'.
              88 LOCK-HELD            VALUE 'Y'.
           05 AUDTLOG-FLAG    PIC X   VALUE 'C'.
              88 AUDTLOG-EOF          VALUE 'E'.
           05 RUNSTAT-FLAG    PIC X   VALUE 'C'.
              88 RUNSTAT-EOF          VALUE 'E'.
           05 STEPHIST-FLAG   PIC X   VALUE 'C'.
              88 STEPHIST-EOF         VALUE 'E'.
           05 STEPWTCH-FLAG   PIC X   VALUE 'C'.
              88 STEPWTCH-EOF         VALUE 'E'.
           05 FND-FLAG        PIC X   VALUE 'N'.
              88 ENTRY-FOUND          VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES OPEN-TBL-REC AVG-TBL-REC
                      ALERT-TBL-REC
           PERFORM GET-RUN-ID
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE NOW-DATE TO CLK-DATE
           MOVE NOW-TIME TO CLK-TIME
           PERFORM CLOCK-TO-SECS
           MOVE CLK-SECS TO NOW-SECS

           MOVE 50 TO TOL-PCT
           MOVE SPACES TO PARM-TEXT
           ACCEPT PARM-TEXT FROM ENVIRONMENT 'STEPWTCH_TOLPCT'
           IF PARM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(PARM-TEXT) = 0
              AND FUNCTION NUMVAL(PARM-TEXT) >= 0
              AND FUNCTION NUMVAL(PARM-TEXT) <= 99999
             COMPUTE TOL-PCT = FUNCTION NUMVAL(PARM-TEXT)
           END-IF
           MOVE 60 TO GRACE-SEC
           MOVE SPACES TO PARM-TEXT
           ACCEPT PARM-TEXT FROM ENVIRONMENT 'STEPWTCH_GRACE'
           IF PARM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(PARM-TEXT) = 0
              AND FUNCTION NUMVAL(PARM-TEXT) >= 0
              AND FUNCTION NUMVAL(PARM-TEXT) <= 99999
             COMPUTE GRACE-SEC = FUNCTION NUMVAL(PARM-TEXT)
           END-IF

           DISPLAY '================================================'
           DISPLAY 'STEP WATCHDOG ' NOW-DATE ' ' NOW-TIME(1:2) ':'
                   NOW-TIME(3:2) ':' NOW-TIME(5:2)
                   '   TOLERANCE ' TOL-PCT '% / ' GRACE-SEC ' SEC'
           DISPLAY '================================================'

      *> No lock, no batch: an open START outside a batch is a
      *> standalone run or an old orphan - AUDTANLZ's business.
           PERFORM INSPECT-RUN-LOCK
           IF NOT LOCK-HELD
             DISPLAY 'NO BATCH HOLDS THE RUN LOCK - NOTHING TO WATCH'
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM COUNT-DONE-STEPS
           DISPLAY 'BATCH ' BATCH-HOLDER ' RUN ' BATCH-RUN-ID
                   ' SINCE ' BATCH-DATE ' ' BATCH-TIME(1:2) ':'
                   BATCH-TIME(3:2) ' - ' DONE-STEPS
                   ' STEP(S) COMPLETED'

           PERFORM FIND-OPEN-STARTS
           PERFORM LOAD-STEP-AVGS
           PERFORM LOAD-RAISED-STEPS

           PERFORM VARYING OPN-IX FROM 1 BY 1 UNTIL OPN-IX > OPN-CNT
             IF OPN-KEY(OPN-IX)(1:8) NOT = BATCH-HOLDER
               PERFORM JUDGE-RUNNING-STEP
             END-IF
           END-PERFORM
           IF RUNNING-CNT = 0
             DISPLAY 'NO STEP RUNNING - THE BATCH IS BETWEEN STEPS'
           END-IF
           DISPLAY '================================================'

           EVALUATE TRUE
             WHEN HUNG-NEW > 0
               MOVE 8 TO RETURN-CODE
             WHEN HUNG-KNOWN > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       INSPECT-RUN-LOCK SECTION.
           OPEN INPUT RUNLOCK
           IF RUNLOCK-FS = '00'
             READ RUNLOCK
             IF RUNLOCK-FS = '00'
               SET LOCK-HELD TO TRUE
               MOVE RUNLOCK-REC(1:8) TO BATCH-HOLDER
               MOVE RUNLOCK-REC(10:8) TO BATCH-DATE
               MOVE RUNLOCK-REC(19:8) TO BATCH-TIME
               MOVE RUNLOCK-REC(28:16) TO BATCH-RUN-ID
             END-IF
             CLOSE RUNLOCK
           END-IF
           .

      *> RUNSTAT.txt (RUNALL's MARK-STEP-DONE): STEP-KEY(1:15)
      *> ' DONE ' RUN-ID(22:16).
       COUNT-DONE-STEPS SECTION.
           MOVE 0 TO DONE-STEPS
           MOVE 'C' TO RUNSTAT-FLAG
           OPEN INPUT RUNSTAT
           IF RUNSTAT-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-RUNSTAT-REC
           PERFORM UNTIL RUNSTAT-EOF
             IF RUNSTAT-REC(16:5) = ' DONE'
                AND RUNSTAT-REC(22:16) = BATCH-RUN-ID
               ADD 1 TO DONE-STEPS
             END-IF
             PERFORM READ-RUNSTAT-REC
           END-PERFORM
           CLOSE RUNSTAT
           .

      *> Pairs the audit log's events (AUDTFD.cpy offsets) by
      *> program and run id, keeping only the batch's own run.
       FIND-OPEN-STARTS SECTION.
           MOVE 0 TO OPN-CNT
           MOVE 'C' TO AUDTLOG-FLAG
           OPEN INPUT AUDTLOG
           IF AUDTLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-AUDTLOG-REC
           PERFORM UNTIL AUDTLOG-EOF
             IF AUDTLOG-REC(45:16) = BATCH-RUN-ID
               PERFORM APPLY-AUDTLOG-REC
             END-IF
             PERFORM READ-AUDTLOG-REC
           END-PERFORM
           CLOSE AUDTLOG
           .

       APPLY-AUDTLOG-REC SECTION.
           MOVE SPACES TO REC-KEY
           STRING AUDTLOG-REC(1:8) AUDTLOG-REC(45:16) INTO REC-KEY
           EVALUATE AUDTLOG-REC(28:8)
             WHEN 'START'
               PERFORM FIND-OPEN-ENTRY
               IF ENTRY-FOUND
                 COMPUTE OPN-IX = OPN-IX - 1
               ELSE
                 IF OPN-CNT < 50
                   ADD 1 TO OPN-CNT
                   MOVE OPN-CNT TO OPN-IX
                   MOVE REC-KEY TO OPN-KEY(OPN-IX)
                 END-IF
               END-IF
               IF OPN-IX NOT > OPN-CNT
                 MOVE AUDTLOG-REC(10:8) TO OPN-DATE(OPN-IX)
                 MOVE AUDTLOG-REC(19:8) TO OPN-TIME(OPN-IX)
               END-IF
             WHEN 'END'
             WHEN 'ABEND'
               PERFORM CLOSE-OPEN-ENTRY
           END-EVALUATE
           .

       FIND-OPEN-ENTRY SECTION.
           MOVE 'N' TO FND-FLAG
           PERFORM VARYING OPN-IX FROM 1 BY 1 UNTIL OPN-IX > OPN-CNT
                                                 OR ENTRY-FOUND
             IF OPN-KEY(OPN-IX) = REC-KEY
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           .

       CLOSE-OPEN-ENTRY SECTION.
           PERFORM FIND-OPEN-ENTRY
           IF ENTRY-FOUND
             COMPUTE OPN-IX = OPN-IX - 1
             PERFORM UNTIL OPN-IX NOT < OPN-CNT
               MOVE OPEN-TBL(OPN-IX + 1) TO OPEN-TBL(OPN-IX)
               ADD 1 TO OPN-IX
             END-PERFORM
             SUBTRACT 1 FROM OPN-CNT
           END-IF
           .

      *> Timing history offsets (RUNALL's WRITE-STEPHIST): PGM(1:8)
      *> ELAPSED-SEC(37:6) RC(44:4). Runs ending 8 or worse are left
      *> out, as RUNALL's forecast leaves them out - an aborted
      *> step's short run would pull the normal duration down.
       LOAD-STEP-AVGS SECTION.
           MOVE 0 TO AVG-CNT
           MOVE 'C' TO STEPHIST-FLAG
           OPEN INPUT STEPHIST
           IF STEPHIST-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-STEPHIST-REC
           PERFORM UNTIL STEPHIST-EOF
             IF STEPHIST-REC(37:6) IS NUMERIC
                AND STEPHIST-REC(44:4) IS NUMERIC
                AND STEPHIST-REC(44:4) < '0008'
               PERFORM TALLY-STEP-AVG
             END-IF
             PERFORM READ-STEPHIST-REC
           END-PERFORM
           CLOSE STEPHIST
           .

       TALLY-STEP-AVG SECTION.
           MOVE 'N' TO FND-FLAG
           PERFORM VARYING AVG-IX FROM 1 BY 1 UNTIL AVG-IX > AVG-CNT
                                                 OR ENTRY-FOUND
             IF AVG-PGM(AVG-IX) = STEPHIST-REC(1:8)
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             COMPUTE AVG-IX = AVG-IX - 1
           ELSE
             IF AVG-CNT < 100
               ADD 1 TO AVG-CNT
               MOVE AVG-CNT TO AVG-IX
               MOVE STEPHIST-REC(1:8) TO AVG-PGM(AVG-IX)
               MOVE 0 TO AVG-SUM(AVG-IX) AVG-RUNS(AVG-IX)
             END-IF
           END-IF
           IF AVG-IX NOT > AVG-CNT
             ADD FUNCTION NUMVAL(STEPHIST-REC(37:6))
               TO AVG-SUM(AVG-IX)
             ADD 1 TO AVG-RUNS(AVG-IX)
           END-IF
           .

       LOAD-RAISED-STEPS SECTION.
           MOVE 0 TO ALR-CNT
           MOVE 'C' TO STEPWTCH-FLAG
           OPEN INPUT STEPWTCH
           IF STEPWTCH-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-STEPWTCH-REC
           PERFORM UNTIL STEPWTCH-EOF
             IF STEPWTCH-REC(10:16) = BATCH-RUN-ID AND ALR-CNT < 200
               ADD 1 TO ALR-CNT
               PERFORM BUILD-RAISED-KEY
               MOVE ALR-WRK-KEY TO ALR-KEY(ALR-CNT)
             END-IF
             PERFORM READ-STEPWTCH-REC
           END-PERFORM
           CLOSE STEPWTCH
           .

       BUILD-RAISED-KEY SECTION.
           MOVE SPACES TO ALR-WRK-KEY
           STRING STEPWTCH-REC(1:8) STEPWTCH-REC(10:16)
                  STEPWTCH-REC(27:8) STEPWTCH-REC(36:8)
                  DELIMITED BY SIZE INTO ALR-WRK-KEY
           .

      *> One step running now: elapsed since its START against its
      *> normal duration plus the tolerance.
       JUDGE-RUNNING-STEP SECTION.
           ADD 1 TO RUNNING-CNT
           MOVE 0 TO CLK-DATE CLK-TIME
           IF OPN-DATE(OPN-IX) IS NUMERIC
             MOVE OPN-DATE(OPN-IX) TO CLK-DATE
           END-IF
           IF OPN-TIME(OPN-IX) IS NUMERIC
             MOVE OPN-TIME(OPN-IX) TO CLK-TIME
           END-IF
           IF CLK-DATE = 0
             MOVE NOW-DATE TO CLK-DATE
           END-IF
           PERFORM CLOCK-TO-SECS
           MOVE CLK-SECS TO START-SECS
           IF NOW-SECS > START-SECS
             COMPUTE ELAPSED-SEC = NOW-SECS - START-SECS
           ELSE
             MOVE 0 TO ELAPSED-SEC
           END-IF
           MOVE ELAPSED-SEC TO ELAPSED-ED

           MOVE 'N' TO FND-FLAG
           PERFORM VARYING AVG-IX FROM 1 BY 1 UNTIL AVG-IX > AVG-CNT
                                                 OR ENTRY-FOUND
             IF AVG-PGM(AVG-IX) = OPN-KEY(OPN-IX)(1:8)
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
             DISPLAY FUNCTION TRIM(OPN-KEY(OPN-IX)(1:8)) ' RUNNING '
                     FUNCTION TRIM(ELAPSED-ED) 'S SINCE '
                     OPN-TIME(OPN-IX)(1:2) ':' OPN-TIME(OPN-IX)(3:2)
                     ' - NO TIMING HISTORY, NOT JUDGED'
             EXIT SECTION
           END-IF
           COMPUTE AVG-IX = AVG-IX - 1
           COMPUTE AVG-SEC ROUNDED = AVG-SUM(AVG-IX) / AVG-RUNS(AVG-IX)
           COMPUTE MARGIN-SEC ROUNDED = AVG-SEC * TOL-PCT / 100
           IF MARGIN-SEC < GRACE-SEC
             MOVE GRACE-SEC TO MARGIN-SEC
           END-IF
           COMPUTE LIMIT-SEC = AVG-SEC + MARGIN-SEC
           MOVE AVG-SEC TO AVG-ED
           MOVE LIMIT-SEC TO LIMIT-ED

           MOVE SPACES TO STEP-LINE
           STRING FUNCTION TRIM(OPN-KEY(OPN-IX)(1:8)) ' RUNNING '
                  FUNCTION TRIM(ELAPSED-ED) 'S SINCE '
                  OPN-TIME(OPN-IX)(1:2) ':' OPN-TIME(OPN-IX)(3:2)
                  ', NORMALLY ' FUNCTION TRIM(AVG-ED)
                  'S, LIMIT ' FUNCTION TRIM(LIMIT-ED) 'S'
                  DELIMITED BY SIZE INTO STEP-LINE
           IF ELAPSED-SEC NOT > LIMIT-SEC
             DISPLAY FUNCTION TRIM(STEP-LINE)
             EXIT SECTION
           END-IF

           MOVE SPACES TO STEPWTCH-REC
           MOVE OPN-KEY(OPN-IX)(1:8) TO STEPWTCH-REC(1:8)
           MOVE BATCH-RUN-ID TO STEPWTCH-REC(10:16)
           MOVE OPN-DATE(OPN-IX) TO STEPWTCH-REC(27:8)
           MOVE OPN-TIME(OPN-IX) TO STEPWTCH-REC(36:8)
           PERFORM BUILD-RAISED-KEY
           MOVE 'N' TO FND-FLAG
           PERFORM VARYING ALR-IX FROM 1 BY 1 UNTIL ALR-IX > ALR-CNT
                                                 OR ENTRY-FOUND
             IF ALR-KEY(ALR-IX) = ALR-WRK-KEY
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             ADD 1 TO HUNG-KNOWN
             DISPLAY FUNCTION TRIM(STEP-LINE)
                     ' *** OVERRUNNING - ALREADY RAISED ***'
           ELSE
             ADD 1 TO HUNG-NEW
             DISPLAY FUNCTION TRIM(STEP-LINE)
                     ' *** OVERRUNNING - RAISED NOW ***'
             PERFORM RAISE-HUNG-STEP
           END-IF
           .

      *> The page (WD0001 through MSGSRV, which queues an E to
      *> whoever is on call), the turnover note in the shift
      *> journal, and the record that stops the next interval
      *> paging for the same step again.
       RAISE-HUNG-STEP SECTION.
           MOVE 'WD0001' TO MSG-ID
           MOVE 'E' TO MSG-SEV
           MOVE 'STEPWTCH' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE STEP-LINE TO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL

           MOVE STEP-LINE TO JNL-TEXT
           OPEN EXTEND SHIFTJNL
           IF SHIFTJNL-FS = '35'
             OPEN OUTPUT SHIFTJNL
           END-IF
           MOVE SPACES TO SHIFTJNL-REC
           MOVE NOW-DATE TO SHIFTJNL-REC(1:8)
           MOVE NOW-TIME TO SHIFTJNL-REC(10:8)
           MOVE OPERATOR-ID TO SHIFTJNL-REC(19:8)
           MOVE 'ALERT' TO SHIFTJNL-REC(28:6)
           MOVE BATCH-RUN-ID TO SHIFTJNL-REC(35:16)
           MOVE JNL-TEXT TO SHIFTJNL-REC(52:70)
           WRITE SHIFTJNL-REC
           CLOSE SHIFTJNL

           MOVE NOW-DATE TO STEPWTCH-REC(45:8)
           MOVE NOW-TIME TO STEPWTCH-REC(54:8)
           MOVE ELAPSED-SEC TO STEPWTCH-REC(63:7)
           OPEN EXTEND STEPWTCH
           IF STEPWTCH-FS = '35'
             OPEN OUTPUT STEPWTCH
           END-IF
           WRITE STEPWTCH-REC
           CLOSE STEPWTCH
           .

      *> CLK-DATE/CLK-TIME to seconds on one running count, so a
      *> step started before midnight measures across it.
       CLOCK-TO-SECS SECTION.
           COMPUTE CLK-SECS =
               FUNCTION INTEGER-OF-DATE(CLK-DATE) * 86400
             + CLK-HH * 3600 + CLK-MM * 60 + CLK-SS
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

       READ-RUNSTAT-REC SECTION.
           READ RUNSTAT
           IF RUNSTAT-FS NOT = '00'
             SET RUNSTAT-EOF TO TRUE
           END-IF
           .

       READ-STEPHIST-REC SECTION.
           READ STEPHIST
           IF STEPHIST-FS NOT = '00'
             SET STEPHIST-EOF TO TRUE
           END-IF
           .

       READ-STEPWTCH-REC SECTION.
           READ STEPWTCH
           IF STEPWTCH-FS NOT = '00'
             SET STEPWTCH-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
