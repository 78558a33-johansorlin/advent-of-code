       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

      *> Monthly chargeback of run cost by requester. Machine time
      *> was never charged to anyone, so a re-run cost the group
      *> that asked for it nothing. For the month (CHGBACK_MONTH=
      *> YYYYMM, default the current month) every step's elapsed
      *> time is priced at the rate for its run type on the rate
      *> master and charged to a cost center:
      *>   STEPHIST    RUNALL's steps - 'B' scheduled batch, charged
      *>               to operations overhead, and 'Q' queued ad-hoc
      *>               requests, charged to whoever queued them;
      *>   AUDTLOG     START/END pairs of the catalog's run-step
      *>               programs under any other run id - 'I' from
      *>               OPMENU, 'H' from RERUNAOF, 'V' from VOLCERT,
      *>               'B' for a program run standalone - charged to
      *>               the operator on the records.
      *> Dated segments cut by LOGSEG are read as well as the live
      *> files. A requester is placed in a department through the
      *> requester-to-department table; batch with no requester, an
      *> UNKNOWN operator and a requester missing from the table all
      *> land on the overhead cost center (CHGBACK_OVERHEAD, default
      *> OPSOVHD), the unmapped ones marked '?' so the table can be
      *> completed.
      *>
      *>   RATEMST.txt  TYPE(1:1) RATE(3:10) per elapsed second,
      *>                NNNN.NNNNN, DESCRIPTION(14:40)
      *>   DEPTMAP.txt  REQUESTER(1:8) DEPT(10:8) DEPT-NAME(19:30)
      *>
      *> Each department - every one on the table, plus overhead -
      *> gets its own itemized statement through PRTSRV (report
      *> family ST-<dept>): one line per step, subtotals by run type
      *> and the month's total. Finance gets one summary extract
      *> (CHGBACK_DSN, default CHGEXT_YYYYMM.txt, rewritten on a
      *> rerun of the month): MONTH(1:6) DEPT(8:8) TYPE(17:1)
      *> STEPS(19:6) SECONDS(26:9) AMOUNT(36:12) RATE(49:10)
      *> RUN-ID(60:16), a line per department per run type it used
      *> and a TYPE 'T' total line for every department. CB0001 is
      *> logged; time of a run type with no rate on the master is
      *> left uncharged with CB0002 and RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PZLCSEL.

           SELECT STEPHIST ASSIGN TO 'STEPHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPHIST-FS.

           COPY AUDTSEL.

           COPY LSEGSEL.

           SELECT RATEMST ASSIGN TO 'RATEMST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATEMST-FS.

           SELECT DEPTMAP ASSIGN TO 'DEPTMAP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEPTMAP-FS.

           SELECT CHGEXT ASSIGN TO DYNAMIC CHGEXT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHGEXT-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY PZLCFD.

       FD  STEPHIST.
       01  STEPHIST-REC       PIC X(100).

       COPY AUDTFD.

       COPY LSEGFD.

       FD  RATEMST.
       01  RATEMST-REC        PIC X(80).

       FD  DEPTMAP.
       01  DEPTMAP-REC        PIC X(80).

       FD  CHGEXT.
       01  CHGEXT-REC         PIC X(80).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY AUDTWS.
           COPY LSEGWS.
           05 STEPHIST-FS     PIC XX.
           05 RATEMST-FS      PIC XX.
           05 DEPTMAP-FS      PIC XX.
           05 CHGEXT-FS       PIC XX.
           05 CHGEXT-DSN      PIC X(80).
           05 LOG-WRK-REC     PIC X(100).
           05 MONTH-TEXT      PIC X(6).
           05 CHG-MONTH       PIC 9(6).
           05 TODAY-DATE      PIC 9(8).
           05 OVHD-DEPT       PIC X(8).
           05 CUR-DATE        PIC 9(8).
           05 CUR-PGM         PIC X(8).
           05 CUR-RUNID       PIC X(16).
           05 CUR-TYPE        PIC X.
           05 CUR-REQ         PIC X(8).
           05 CUR-SECS        PIC 9(7).
           05 CUR-MARK        PIC X.
           05 TM-TEXT         PIC 9(8).
           05 TM-TEXT-R REDEFINES TM-TEXT.
              10 TM-HH        PIC 99.
              10 TM-MI        PIC 99.
              10 TM-SS        PIC 99.
              10 TM-HS        PIC 99.
           05 START-HUND      PIC 9(12).
           05 END-HUND        PIC 9(12).
           05 ELAPSED-HUND    PIC S9(12).
           05 TYPE-IX         PIC S9(4) COMP.
           05 RT-IX           PIC S9(4) COMP.
           05 RT-CNT          PIC S9(4) COMP VALUE 0.
           05 RM-IX           PIC S9(4) COMP.
           05 RM-CNT          PIC S9(4) COMP VALUE 0.
           05 DP-IX           PIC S9(4) COMP.
           05 DP-CNT          PIC S9(4) COMP VALUE 0.
           05 CI-IX           PIC S9(8) COMP.
           05 CI-CNT          PIC S9(8) COMP VALUE 0.
           05 SR-IX           PIC S9(8) COMP.
           05 SR-CNT          PIC S9(8) COMP VALUE 0.
           05 OS-IX           PIC S9(4) COMP.
           05 OS-CNT          PIC S9(4) COMP VALUE 0.
           05 STMT-CNT        PIC 9(4)  VALUE 0.
           05 DROP-CNT        PIC 9(6)  VALUE 0.
           05 UNRATED-SECS    PIC 9(9)  VALUE 0.
           05 GRAND-AMT       PIC 9(9)V99 VALUE 0.
           05 SECS-ED         PIC Z(6)9.
           05 STEPS-ED        PIC Z(5)9.
           05 RATE-ED         PIC Z(3)9.9(5).
           05 AMT-ED          PIC ZZZ,ZZZ,ZZ9.99.
           05 EXT-STEPS       PIC 9(6).
           05 EXT-SECS        PIC 9(9).
           05 EXT-AMT         PIC 9(9).99.
           05 EXT-RATE        PIC 9(4).9(5).

      *> The run types in the order the statements list them.
       01  TYPE-TBL-REC.
           05 TYPE-LIST       PIC X(5) VALUE 'BQIHV'.
           05 TYPE-NAMES.
              10 FILLER       PIC X(12) VALUE 'BATCH'.
              10 FILLER       PIC X(12) VALUE 'QUEUED'.
              10 FILLER       PIC X(12) VALUE 'INTERACTIVE'.
              10 FILLER       PIC X(12) VALUE 'HIST RERUN'.
              10 FILLER       PIC X(12) VALUE 'VOLUME CERT'.
           05 TYPE-NAMES-R REDEFINES TYPE-NAMES.
              10 TYPE-NAME    PIC X(12) OCCURS 5 TIMES.

      *> The rate per elapsed second by run type.
       01  RATE-TBL-REC.
           05 RT-ENT OCCURS 10 TIMES.
              10 RT-TYPE      PIC X.
              10 RT-RATE      PIC 9(4)V9(5).

      *> Requester to department, and the departments themselves
      *> with the month's totals by run type (TYPE-LIST order).
       01  REQMAP-TBL-REC.
           05 RM-ENT OCCURS 500 TIMES.
              10 RM-REQ       PIC X(8).
              10 RM-DP-IX     PIC S9(4) COMP.

       01  DEPT-TBL-REC.
           05 DP-ENT OCCURS 200 TIMES.
              10 DP-CODE      PIC X(8).
              10 DP-NAME      PIC X(30).
              10 DP-STEPS     PIC 9(6).
              10 DP-SECS      PIC 9(9).
              10 DP-AMT       PIC 9(9)V99.
              10 DP-TY OCCURS 5 TIMES.
                 15 DP-TY-STEPS  PIC 9(6).
                 15 DP-TY-SECS   PIC 9(9).
                 15 DP-TY-AMT    PIC 9(9)V99.

      *> Every charged step of the month.
       01  ITEM-TBL-REC.
           05 CI-ENT OCCURS 5000 TIMES.
              10 CI-DP-IX     PIC S9(4) COMP.
              10 CI-DATE      PIC 9(8).
              10 CI-PGM       PIC X(8).
              10 CI-RUNID     PIC X(16).
              10 CI-TYPE      PIC X.
              10 CI-REQ       PIC X(8).
              10 CI-MARK      PIC X.
              10 CI-SECS      PIC 9(7).
              10 CI-RATE      PIC 9(4)V9(5).
              10 CI-AMT       PIC 9(7)V99.

      *> Run ids RUNALL timed on STEPHIST - their audit records are
      *> already charged from there.
       01  STEPRUN-TBL-REC.
           05 SR-RUNID        PIC X(16) OCCURS 2000 TIMES.

      *> Audit STARTs still waiting for their END.
       01  OPENSTART-TBL-REC.
           05 OS-ENT OCCURS 500 TIMES.
              10 OS-PGM       PIC X(8).
              10 OS-RUNID     PIC X(16).
              10 OS-DATE      PIC 9(8).
              10 OS-TIME      PIC 9(8).
              10 OS-OPER      PIC X(8).
              10 OS-TYPE      PIC X.

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 STEPHIST-FLAG   PIC X    VALUE 'C'.
              88 STEPHIST-EOF          VALUE 'E'.
           05 AUDTLOG-FLAG    PIC X    VALUE 'C'.
              88 AUDTLOG-EOF           VALUE 'E'.
           05 RATEMST-FLAG    PIC X    VALUE 'C'.
              88 RATEMST-EOF           VALUE 'E'.
           05 DEPTMAP-FLAG    PIC X    VALUE 'C'.
              88 DEPTMAP-EOF           VALUE 'E'.
           05 FOUND-FLAG      PIC X    VALUE 'N'.
              88 ENTRY-FOUND           VALUE 'Y'.
           05 RATE-FND-FLAG   PIC X    VALUE 'N'.
              88 RATE-FOUND            VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE RATE-TBL-REC REQMAP-TBL-REC
                      DEPT-TBL-REC ITEM-TBL-REC STEPRUN-TBL-REC
                      OPENSTART-TBL-REC SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'CHGBACK' TO RPGN-PGM

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE(1:6) TO CHG-MONTH
           MOVE SPACES TO MONTH-TEXT
           ACCEPT MONTH-TEXT FROM ENVIRONMENT 'CHGBACK_MONTH'
           IF MONTH-TEXT NOT = SPACES
             IF MONTH-TEXT IS NUMERIC
                AND MONTH-TEXT(5:2) >= '01' AND MONTH-TEXT(5:2) <= '12'
               MOVE MONTH-TEXT TO CHG-MONTH
             ELSE
               DISPLAY 'CHGBACK: CHGBACK_MONTH ' MONTH-TEXT
                       ' IS NOT YYYYMM - CURRENT MONTH USED'
             END-IF
           END-IF

           MOVE SPACES TO OVHD-DEPT
           ACCEPT OVHD-DEPT FROM ENVIRONMENT 'CHGBACK_OVERHEAD'
           IF OVHD-DEPT = SPACES
             MOVE 'OPSOVHD' TO OVHD-DEPT
           END-IF

           MOVE SPACES TO CHGEXT-DSN
           ACCEPT CHGEXT-DSN FROM ENVIRONMENT 'CHGBACK_DSN'
           IF CHGEXT-DSN = SPACES
             STRING 'CHGEXT_' CHG-MONTH '.txt'
                    DELIMITED BY SIZE INTO CHGEXT-DSN
           END-IF

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-RATEMST
           PERFORM LOAD-DEPTMAP

      *> The audit log is read before this run opens it to append.
           PERFORM GATHER-STEPHIST
           PERFORM GATHER-AUDTLOG

           MOVE 'CHGBACK' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           IF DROP-CNT > 0
             DISPLAY 'CHGBACK: WARNING - MORE THAN 5000 STEPS IN THE '
                     'MONTH, ' DROP-CNT ' NOT CHARGED'
           END-IF

           PERFORM VARYING DP-IX FROM 1 BY 1 UNTIL DP-IX > DP-CNT
             PERFORM PRINT-STATEMENT
           END-PERFORM

           PERFORM WRITE-EXTRACT
           PERFORM TELL-CHARGEBACK
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           GOBACK
           .

      *> A type missing from the master is charged nothing; the
      *> seconds are counted and reported instead.
       LOAD-RATEMST SECTION.
           MOVE 'C' TO RATEMST-FLAG
           OPEN INPUT RATEMST
           IF RATEMST-FS NOT = '00'
             DISPLAY 'CHGBACK: NO RATEMST.TXT - EVERY STEP IS LEFT '
                     'UNCHARGED'
             EXIT SECTION
           END-IF
           PERFORM READ-RATEMST-REC
           PERFORM UNTIL RATEMST-EOF
             IF RATEMST-REC(1:1) NOT = '*'
                AND RATEMST-REC(1:1) NOT = SPACE
                AND FUNCTION TEST-NUMVAL(RATEMST-REC(3:10)) = 0
                AND RT-CNT < 10
               ADD 1 TO RT-CNT
               MOVE RATEMST-REC(1:1) TO RT-TYPE(RT-CNT)
               COMPUTE RT-RATE(RT-CNT) =
                   FUNCTION NUMVAL(RATEMST-REC(3:10))
             END-IF
             PERFORM READ-RATEMST-REC
           END-PERFORM
           CLOSE RATEMST
           .

      *> Overhead is always the first department, so unattributed
      *> time has somewhere to go even with no table at all.
       LOAD-DEPTMAP SECTION.
           MOVE 1 TO DP-CNT
           MOVE OVHD-DEPT TO DP-CODE(1)
           MOVE 'OPERATIONS OVERHEAD' TO DP-NAME(1)
           MOVE 'C' TO DEPTMAP-FLAG
           OPEN INPUT DEPTMAP
           IF DEPTMAP-FS NOT = '00'
             DISPLAY 'CHGBACK: NO DEPTMAP.TXT - EVERY STEP IS CHARGED '
                     'TO ' OVHD-DEPT
             EXIT SECTION
           END-IF
           PERFORM READ-DEPTMAP-REC
           PERFORM UNTIL DEPTMAP-EOF
             IF DEPTMAP-REC(1:1) NOT = '*'
                AND DEPTMAP-REC(1:8) NOT = SPACES
                AND DEPTMAP-REC(10:8) NOT = SPACES
               PERFORM APPLY-DEPTMAP-REC
             END-IF
             PERFORM READ-DEPTMAP-REC
           END-PERFORM
           CLOSE DEPTMAP
           .

       APPLY-DEPTMAP-REC SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING DP-IX FROM 1 BY 1 UNTIL DP-IX > DP-CNT
                                                OR ENTRY-FOUND
             IF DP-CODE(DP-IX) = DEPTMAP-REC(10:8)
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM DP-IX
           ELSE
             IF DP-CNT < 200
               ADD 1 TO DP-CNT
               MOVE DP-CNT TO DP-IX
               MOVE DEPTMAP-REC(10:8) TO DP-CODE(DP-IX)
               MOVE DEPTMAP-REC(19:30) TO DP-NAME(DP-IX)
             ELSE
               DISPLAY 'CHGBACK: WARNING - MORE THAN 200 DEPARTMENTS, '
                       DEPTMAP-REC(1:8) ' CHARGED TO ' OVHD-DEPT
               EXIT SECTION
             END-IF
           END-IF
           IF RM-CNT < 500
             ADD 1 TO RM-CNT
             MOVE DEPTMAP-REC(1:8) TO RM-REQ(RM-CNT)
             MOVE DP-IX TO RM-DP-IX(RM-CNT)
           END-IF
           .

      *> A dated segment of one of the two logs - LSEG-KEY says
      *> which layout it is.
       APPLY-SEGMENT-REC SECTION.
           MOVE LOGSEGF-REC TO LOG-WRK-REC
           EVALUATE LSEG-KEY
             WHEN 'STEPHIST'
               PERFORM APPLY-STEPHIST-REC
             WHEN 'AUDTLOG'
               PERFORM APPLY-AUDTLOG-REC
           END-EVALUATE
           .

       GATHER-STEPHIST SECTION.
           MOVE 'STEPHIST' TO LSEG-KEY
           COMPUTE LSEG-FROM = CHG-MONTH * 100 + 1
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
      *> ELAPSED(37:6) RUN-ID(49:16) RUN-TYPE(83:1) REQUESTER(85:8).
      *> A record from before the run type was kept is batch.
       APPLY-STEPHIST-REC SECTION.
           IF LOG-WRK-REC(10:8) IS NOT NUMERIC
              OR LOG-WRK-REC(37:6) IS NOT NUMERIC
              OR LOG-WRK-REC(10:6) NOT = CHG-MONTH
             EXIT SECTION
           END-IF
           MOVE LOG-WRK-REC(10:8) TO CUR-DATE
           MOVE LOG-WRK-REC(1:8) TO CUR-PGM
           MOVE LOG-WRK-REC(49:16) TO CUR-RUNID
           MOVE LOG-WRK-REC(37:6) TO CUR-SECS
           IF LOG-WRK-REC(83:1) = 'Q'
             MOVE 'Q' TO CUR-TYPE
             MOVE LOG-WRK-REC(85:8) TO CUR-REQ
           ELSE
             MOVE 'B' TO CUR-TYPE
             MOVE SPACES TO CUR-REQ
           END-IF
           PERFORM NOTE-STEP-RUN
           PERFORM CHARGE-STEP
           .

       NOTE-STEP-RUN SECTION.
           PERFORM VARYING SR-IX FROM SR-CNT BY -1 UNTIL SR-IX < 1
             IF SR-RUNID(SR-IX) = CUR-RUNID
               EXIT SECTION
             END-IF
           END-PERFORM
           IF SR-CNT < 2000
             ADD 1 TO SR-CNT
             MOVE CUR-RUNID TO SR-RUNID(SR-CNT)
           END-IF
           .

       GATHER-AUDTLOG SECTION.
           MOVE 'AUDTLOG' TO LSEG-KEY
           COMPUTE LSEG-FROM = CHG-MONTH * 100 + 1
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
      *> TIME(19:8) EVENT(28:8) RUN-ID(45:16) OPER(62:8)
      *> RUN-TYPE(88:1). Only the catalog's run steps are charged,
      *> and only under a run id RUNALL did not time itself.
       APPLY-AUDTLOG-REC SECTION.
           IF LOG-WRK-REC(10:8) IS NOT NUMERIC
              OR LOG-WRK-REC(19:8) IS NOT NUMERIC
             EXIT SECTION
           END-IF
           MOVE 'N' TO SD-FND-FLAG
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
                                               OR SD-FOUND
             IF SD-PGM(SDX) = LOG-WRK-REC(1:8) AND SD-RUN-STEP(SDX)
               SET SD-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT SD-FOUND
             EXIT SECTION
           END-IF
           EVALUATE LOG-WRK-REC(28:8)
             WHEN 'START'
               PERFORM OPEN-START
             WHEN 'END'
               PERFORM CLOSE-START
           END-EVALUATE
           .

       OPEN-START SECTION.
           IF LOG-WRK-REC(10:6) NOT = CHG-MONTH
             EXIT SECTION
           END-IF
           IF OS-CNT NOT < 500
             DISPLAY 'CHGBACK: WARNING - MORE THAN 500 UNMATCHED '
                     'STARTS, ' LOG-WRK-REC(1:8) ' RUN '
                     LOG-WRK-REC(45:16) ' NOT CHARGED'
             EXIT SECTION
           END-IF
           ADD 1 TO OS-CNT
           MOVE LOG-WRK-REC(1:8) TO OS-PGM(OS-CNT)
           MOVE LOG-WRK-REC(45:16) TO OS-RUNID(OS-CNT)
           MOVE LOG-WRK-REC(10:8) TO OS-DATE(OS-CNT)
           MOVE LOG-WRK-REC(19:8) TO OS-TIME(OS-CNT)
           MOVE LOG-WRK-REC(62:8) TO OS-OPER(OS-CNT)
           MOVE LOG-WRK-REC(88:1) TO OS-TYPE(OS-CNT)
           .

      *> The END pairs with the latest open START of the same
      *> program and run id; that START leaves the table, the last
      *> entry moving into its place.
       CLOSE-START SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING OS-IX FROM OS-CNT BY -1 UNTIL OS-IX < 1
                                                    OR ENTRY-FOUND
             IF OS-PGM(OS-IX) = LOG-WRK-REC(1:8)
                AND OS-RUNID(OS-IX) = LOG-WRK-REC(45:16)
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
             EXIT SECTION
           END-IF
           ADD 1 TO OS-IX

           MOVE OS-DATE(OS-IX) TO CUR-DATE
           MOVE OS-PGM(OS-IX) TO CUR-PGM
           MOVE OS-RUNID(OS-IX) TO CUR-RUNID
           MOVE OS-TYPE(OS-IX) TO CUR-TYPE
           MOVE OS-OPER(OS-IX) TO CUR-REQ
           MOVE OS-TIME(OS-IX) TO TM-TEXT
           COMPUTE START-HUND = TM-HH * 360000 + TM-MI * 6000
                              + TM-SS * 100 + TM-HS
           MOVE LOG-WRK-REC(19:8) TO TM-TEXT
           COMPUTE END-HUND = TM-HH * 360000 + TM-MI * 6000
                            + TM-SS * 100 + TM-HS
           COMPUTE ELAPSED-HUND =
               (FUNCTION INTEGER-OF-DATE(
                  FUNCTION NUMVAL(LOG-WRK-REC(10:8)))
              - FUNCTION INTEGER-OF-DATE(CUR-DATE)) * 8640000
             + END-HUND - START-HUND
           IF ELAPSED-HUND < 0
             MOVE 0 TO ELAPSED-HUND
           END-IF
           COMPUTE CUR-SECS ROUNDED = ELAPSED-HUND / 100

           MOVE OS-ENT(OS-CNT) TO OS-ENT(OS-IX)
           SUBTRACT 1 FROM OS-CNT

           PERFORM VARYING SR-IX FROM 1 BY 1 UNTIL SR-IX > SR-CNT
             IF SR-RUNID(SR-IX) = CUR-RUNID
               EXIT SECTION
             END-IF
           END-PERFORM
           IF CUR-TYPE = SPACE OR CUR-TYPE = 'Q'
             MOVE 'B' TO CUR-TYPE
           END-IF
           IF CUR-REQ = 'UNKNOWN'
             MOVE SPACES TO CUR-REQ
           END-IF
           PERFORM CHARGE-STEP
           .

      *> Prices CUR- step at its type's rate and books it to the
      *> requester's department (overhead when there is none).
       CHARGE-STEP SECTION.
           IF CI-CNT NOT < 5000
             ADD 1 TO DROP-CNT
             EXIT SECTION
           END-IF
           PERFORM VARYING TYPE-IX FROM 1 BY 1 UNTIL TYPE-IX > 5
             IF TYPE-LIST(TYPE-IX:1) = CUR-TYPE
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF TYPE-IX > 5
             MOVE 1 TO TYPE-IX
             MOVE 'B' TO CUR-TYPE
           END-IF

           MOVE 1 TO DP-IX
           MOVE SPACE TO CUR-MARK
           IF CUR-REQ NOT = SPACES
             MOVE 'N' TO FOUND-FLAG
             PERFORM VARYING RM-IX FROM 1 BY 1 UNTIL RM-IX > RM-CNT
                                                  OR ENTRY-FOUND
               IF RM-REQ(RM-IX) = CUR-REQ
                 SET ENTRY-FOUND TO TRUE
                 MOVE RM-DP-IX(RM-IX) TO DP-IX
               END-IF
             END-PERFORM
             IF NOT ENTRY-FOUND
               MOVE '?' TO CUR-MARK
             END-IF
           END-IF

           ADD 1 TO CI-CNT
           MOVE DP-IX TO CI-DP-IX(CI-CNT)
           MOVE CUR-DATE TO CI-DATE(CI-CNT)
           MOVE CUR-PGM TO CI-PGM(CI-CNT)
           MOVE CUR-RUNID TO CI-RUNID(CI-CNT)
           MOVE CUR-TYPE TO CI-TYPE(CI-CNT)
           MOVE CUR-REQ TO CI-REQ(CI-CNT)
           MOVE CUR-MARK TO CI-MARK(CI-CNT)
           MOVE CUR-SECS TO CI-SECS(CI-CNT)

           MOVE 'N' TO RATE-FND-FLAG
           PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-CNT
                                                OR RATE-FOUND
             IF RT-TYPE(RT-IX) = CUR-TYPE
               SET RATE-FOUND TO TRUE
               MOVE RT-RATE(RT-IX) TO CI-RATE(CI-CNT)
             END-IF
           END-PERFORM
           IF RATE-FOUND
             COMPUTE CI-AMT(CI-CNT) ROUNDED =
                 CUR-SECS * CI-RATE(CI-CNT)
           ELSE
             MOVE 0 TO CI-RATE(CI-CNT) CI-AMT(CI-CNT)
             ADD CUR-SECS TO UNRATED-SECS
           END-IF

           ADD 1 TO DP-STEPS(DP-IX) DP-TY-STEPS(DP-IX TYPE-IX)
           ADD CUR-SECS TO DP-SECS(DP-IX) DP-TY-SECS(DP-IX TYPE-IX)
           ADD CI-AMT(CI-CNT) TO DP-AMT(DP-IX)
                                 DP-TY-AMT(DP-IX TYPE-IX) GRAND-AMT
           .

      *> One department's statement: its steps in the order they
      *> ran, then the month by run type and the total.
       PRINT-STATEMENT SECTION.
           MOVE SPACES TO RPGN-RPT
           STRING 'ST-' DP-CODE(DP-IX) DELIMITED BY SPACE
                  INTO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE SPACES TO PRT-TITLE
           STRING 'CHARGEBACK STATEMENT ' CHG-MONTH ' - '
                  DP-NAME(DP-IX)
                  DELIMITED BY SIZE INTO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'DATE      PROGRAM   RUN ID            TYPE         '
                  'REQUESTER   SECONDS  RATE/SECOND          AMOUNT'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           ADD 1 TO STMT-CNT

           MOVE SPACES TO PRT-LINE
           STRING 'COST CENTER ' DP-CODE(DP-IX) ' '
                  DP-NAME(DP-IX)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE

           IF DP-STEPS(DP-IX) = 0
             MOVE 'NO CHARGEABLE STEPS IN THE MONTH' TO PRT-LINE
             PERFORM PRINT-LINE
           ELSE
             MOVE SPACES TO PRT-LINE
             PERFORM PRINT-LINE
             PERFORM VARYING CI-IX FROM 1 BY 1 UNTIL CI-IX > CI-CNT
               IF CI-DP-IX(CI-IX) = DP-IX
                 PERFORM PRINT-ITEM
               END-IF
             END-PERFORM
             MOVE SPACES TO PRT-LINE
             PERFORM PRINT-LINE
             PERFORM VARYING TYPE-IX FROM 1 BY 1 UNTIL TYPE-IX > 5
               IF DP-TY-STEPS(DP-IX TYPE-IX) > 0
                 MOVE DP-TY-STEPS(DP-IX TYPE-IX) TO STEPS-ED
                 MOVE DP-TY-SECS(DP-IX TYPE-IX) TO SECS-ED
                 MOVE DP-TY-AMT(DP-IX TYPE-IX) TO AMT-ED
                 MOVE SPACES TO PRT-LINE
                 STRING 'SUBTOTAL  ' TYPE-NAME(TYPE-IX) STEPS-ED
                        ' STEP(S)                     ' SECS-ED
                        '               ' AMT-ED
                        DELIMITED BY SIZE INTO PRT-LINE
                 PERFORM PRINT-TOTAL
               END-IF
             END-PERFORM
             MOVE DP-STEPS(DP-IX) TO STEPS-ED
             MOVE DP-SECS(DP-IX) TO SECS-ED
             MOVE DP-AMT(DP-IX) TO AMT-ED
             MOVE SPACES TO PRT-LINE
             STRING 'TOTAL     ' CHG-MONTH '      ' STEPS-ED
                    ' STEP(S)                     ' SECS-ED
                    '               ' AMT-ED
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-TOTAL
           END-IF
           IF DP-IX = 1
             MOVE SPACES TO PRT-LINE
             PERFORM PRINT-LINE
             MOVE '? - REQUESTER NOT ON DEPTMAP.TXT; ADD IT TO CHARGE '
               TO PRT-LINE
             MOVE 'THE DEPARTMENT INSTEAD OF OVERHEAD'
               TO PRT-LINE(52:40)
             PERFORM PRINT-LINE
           END-IF

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-ITEM SECTION.
           PERFORM VARYING TYPE-IX FROM 1 BY 1 UNTIL TYPE-IX > 5
             IF TYPE-LIST(TYPE-IX:1) = CI-TYPE(CI-IX)
               EXIT PERFORM
             END-IF
           END-PERFORM
           MOVE CI-SECS(CI-IX) TO SECS-ED
           MOVE CI-RATE(CI-IX) TO RATE-ED
           MOVE CI-AMT(CI-IX) TO AMT-ED
           MOVE SPACES TO PRT-LINE
           STRING CI-DATE(CI-IX) '  ' CI-PGM(CI-IX) '  '
                  CI-RUNID(CI-IX) '  ' TYPE-NAME(TYPE-IX) ' '
                  CI-REQ(CI-IX) CI-MARK(CI-IX) '  ' SECS-ED '  '
                  RATE-ED '  ' AMT-ED
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-LINE
           .

      *> Finance's copy: per department, each run type used, then
      *> the department's total.
       WRITE-EXTRACT SECTION.
           OPEN OUTPUT CHGEXT
           IF CHGEXT-FS NOT = '00'
             DISPLAY 'CHGBACK: CANNOT OPEN ' FUNCTION TRIM(CHGEXT-DSN)
                     ', FILE STATUS=' CHGEXT-FS
             MOVE 12 TO RETURN-CODE
             PERFORM END-RUN
           END-IF
           PERFORM VARYING DP-IX FROM 1 BY 1 UNTIL DP-IX > DP-CNT
             PERFORM VARYING TYPE-IX FROM 1 BY 1 UNTIL TYPE-IX > 5
               IF DP-TY-STEPS(DP-IX TYPE-IX) > 0
                 MOVE DP-TY-STEPS(DP-IX TYPE-IX) TO EXT-STEPS
                 MOVE DP-TY-SECS(DP-IX TYPE-IX) TO EXT-SECS
                 MOVE DP-TY-AMT(DP-IX TYPE-IX) TO EXT-AMT
                 MOVE 0 TO EXT-RATE
                 PERFORM VARYING RT-IX FROM 1 BY 1 UNTIL RT-IX > RT-CNT
                   IF RT-TYPE(RT-IX) = TYPE-LIST(TYPE-IX:1)
                     MOVE RT-RATE(RT-IX) TO EXT-RATE
                   END-IF
                 END-PERFORM
                 MOVE SPACES TO CHGEXT-REC
                 STRING CHG-MONTH ' ' DP-CODE(DP-IX) ' '
                        TYPE-LIST(TYPE-IX:1) ' ' EXT-STEPS ' '
                        EXT-SECS ' ' EXT-AMT ' ' EXT-RATE ' ' RUN-ID
                        DELIMITED BY SIZE INTO CHGEXT-REC
                 WRITE CHGEXT-REC
               END-IF
             END-PERFORM
             MOVE DP-STEPS(DP-IX) TO EXT-STEPS
             MOVE DP-SECS(DP-IX) TO EXT-SECS
             MOVE DP-AMT(DP-IX) TO EXT-AMT
             MOVE SPACES TO CHGEXT-REC
             STRING CHG-MONTH ' ' DP-CODE(DP-IX) ' T ' EXT-STEPS ' '
                    EXT-SECS ' ' EXT-AMT '            ' RUN-ID
                    DELIMITED BY SIZE INTO CHGEXT-REC
             WRITE CHGEXT-REC
           END-PERFORM
           CLOSE CHGEXT
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

       TELL-CHARGEBACK SECTION.
           MOVE GRAND-AMT TO AMT-ED
           MOVE 'CHGBACK' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE 'CB0001' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING 'CHARGEBACK ' CHG-MONTH ' - ' STMT-CNT
                  ' STATEMENT(S), TOTAL ' FUNCTION TRIM(AMT-ED)
                  ', EXTRACT ' FUNCTION TRIM(CHGEXT-DSN)
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF UNRATED-SECS > 0
             MOVE 'CB0002' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE SPACES TO MSG-TEXT
             STRING UNRATED-SECS ' SECOND(S) OF A RUN TYPE WITH NO '
                    'RATE ON RATEMST.TXT LEFT UNCHARGED'
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-STEPHIST-REC SECTION.
           READ STEPHIST
           PERFORM UNTIL STEPHIST-FS NOT = '00'
                      OR STEPHIST-REC(1:1) NOT = '*'
             MOVE 'STEPHIST' TO MLBL-FILE
             MOVE STEPHIST-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ STEPHIST
           END-PERFORM
           IF STEPHIST-FS NOT = '00'
             SET STEPHIST-EOF TO TRUE
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
             SET AUDTLOG-EOF TO TRUE
           END-IF
           .

       READ-RATEMST-REC SECTION.
           READ RATEMST
           IF RATEMST-FS NOT = '00'
             SET RATEMST-EOF TO TRUE
           END-IF
           .

       READ-DEPTMAP-REC SECTION.
           READ DEPTMAP
           IF DEPTMAP-FS NOT = '00'
             SET DEPTMAP-EOF TO TRUE
           END-IF
           .

       COPY PZLCRD.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY LSEGRD.

       COPY SBOXRS.

       COPY MLBLCK.
