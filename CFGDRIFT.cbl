       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGDRIFT.

      *> Control-master drift report. How a night behaves depends
      *> on a dozen hand-maintained control files (CTLMLST.cpy) and
      *> when a batch behaved differently nobody could say which of
      *> them had changed since the night before. Each close this
      *> copies every control master to a dated snapshot
      *> generation, CFGSNAP_G<gen>_<name>, and compares tonight's
      *> copy record by record with the previous snapshot on the
      *> master's key: every record ADDED or REMOVED is listed, and
      *> a CHANGED one as what it WAS and what it is NOW. Comment
      *> lines are not records and do not count. One line per master
      *> goes on the snapshot register (CSNPFD.cpy) with the
      *> generation, the date and the run id, which is where the
      *> next close finds its previous snapshot and the turnover
      *> page (CLOSEJOB.cbl) its counts. A master not on disk gets
      *> no snapshot, and whatever the previous one held is listed
      *> removed; a master with no earlier snapshot is a first
      *> snapshot with nothing to compare. Report family DRIFTRPT
      *> through PRTSRV; CD0001 is logged naming the masters that
      *> changed. RC 4, with CD0002, when a snapshot could not be
      *> written - the next close would have nothing to compare.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLMF ASSIGN TO DYNAMIC CTLMF-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CTLMF-FS.

           COPY CSNPSEL.

           COPY AUDTSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
      *> Any control master or snapshot of one - PZLCAT's 160 bytes
      *> is the widest of them.
       FD  CTLMF.
       01  CTLMF-REC          PIC X(160).

       COPY CSNPFD.

       COPY AUDTFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY RPGNWS.
           05 CTLMF-FS        PIC XX.
           05 CTLMF-DSN       PIC X(80).
           05 CFGSNAP-FS      PIC XX.
           05 MASTER-DSN      PIC X(80).
           05 SNAP-DSN        PIC X(80).
           05 SNAP-GEN        PIC 9(4).
           05 SNAP-DATE       PIC 9(8).
           05 SNAP-TIME       PIC 9(8).
           05 MST-STATE       PIC X.
           05 CTLM-IX         PIC S9(4) COMP.
           05 LN-IX           PIC S9(4) COMP.
           05 PV-IX           PIC S9(4) COMP.
           05 KEY-ORD         PIC 9(4).
           05 CUR-IMAGE       PIC X(160).
           05 CUR-KEY         PIC X(80).
           05 ACTION-TEXT     PIC X(8).
           05 COPY-STAT       PIC 9(9) COMP-5.
           05 ADD-CNT         PIC 9(6).
           05 REM-CNT         PIC 9(6).
           05 CHG-CNT         PIC 9(6).
           05 ADD-TOT         PIC 9(6).
           05 REM-TOT         PIC 9(6).
           05 CHG-TOT         PIC 9(6).
           05 SNAP-CNT        PIC 9(4).
           05 DRIFT-CNT       PIC 9(4).
           05 FAIL-CNT        PIC 9(4).
           05 REC-CNT         PIC 9(6).
           05 REC-CNT-ED      PIC ZZZZZ9.
           05 DRIFT-NAMES     PIC X(100).
           05 DRIFT-PTR       PIC S9(4) COMP.
           05 REPORT-RC       PIC S9(4) COMP.

      *> What the register says about each master's previous
      *> snapshot, subscripted like CTLMLST.cpy: the last line for
      *> the master whose copy was not a failed one.
       01  PREV-SNAP-TBL.
           05 PREV-SNAP-ENT OCCURS 11 TIMES.
              10 PS-GEN       PIC 9(4).
              10 PS-DATE      PIC 9(8).
              10 PS-RUN-ID    PIC X(16).
              10 PS-STATE     PIC X.
              10 PS-DSN       PIC X(60).

      *> One master at a time: tonight's records and the previous
      *> snapshot's, data records only, each with its key. USED
      *> marks a previous record already matched to one of
      *> tonight's, so duplicate keys pair off one to one.
       01  CUR-TBL-REC.
           05 CUR-CNT         PIC S9(4) COMP.
           05 CUR-LINE OCCURS 300 TIMES.
              10 CL-IMAGE     PIC X(160).
              10 CL-KEY       PIC X(80).
       01  PRV-TBL-REC.
           05 PRV-CNT         PIC S9(4) COMP.
           05 PRV-LINE OCCURS 300 TIMES.
              10 PL-IMAGE     PIC X(160).
              10 PL-KEY       PIC X(80).
              10 PL-USED      PIC X.

       COPY CTLMLST.

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 CFGSNAP-FLAG    PIC X    VALUE 'C'.
              88 CFGSNAP-EOF           VALUE 'E'.
           05 CTLMF-FLAG      PIC X    VALUE 'C'.
              88 CTLMF-EOF             VALUE 'E'.
           05 CUR-PRESENT-SW  PIC X    VALUE 'N'.
              88 MASTER-PRESENT        VALUE 'Y'.
           05 PRV-PRESENT-SW  PIC X    VALUE 'N'.
              88 PREVIOUS-PRESENT      VALUE 'Y'.
           05 DATA-LINE-FLAG  PIC X    VALUE 'N'.
              88 IS-DATA-LINE          VALUE 'Y'.
           05 FND-FLAG        PIC X    VALUE 'N'.
              88 LINE-FOUND            VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES PREV-SNAP-TBL
           PERFORM GET-RUN-ID
           MOVE 'CFGDRIFT' TO RPGN-PGM

           MOVE 'CFGDRIFT' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           ACCEPT SNAP-DATE FROM DATE YYYYMMDD
           ACCEPT SNAP-TIME FROM TIME
           PERFORM LOAD-SNAP-REGISTER
           ADD 1 TO SNAP-GEN

           MOVE 'DRIFTRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'CONTROL-MASTER DRIFT SINCE THE PREVIOUS SNAPSHOT'
             TO PRT-TITLE
           MOVE 'MASTER   ACTION   RECORD' TO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE SPACES TO PRT-LINK
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE SPACES TO DRIFT-NAMES
           MOVE 1 TO DRIFT-PTR
           PERFORM VARYING CTLM-IX FROM 1 BY 1 UNTIL CTLM-IX > CTLM-CNT
             PERFORM DRIFT-ONE-MASTER
           END-PERFORM

           MOVE SPACES TO PRT-LINE
           STRING SNAP-CNT ' MASTER(S) SNAPSHOT AS GENERATION G'
                  SNAP-GEN ' RUN ' RUN-ID ' - ' DRIFT-CNT
                  ' CHANGED SINCE THE PREVIOUS SNAPSHOT'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-DRIFT-TOTAL
           DISPLAY 'CFGDRIFT: ' FUNCTION TRIM(PRT-LINE)
           MOVE SPACES TO PRT-LINE
           STRING 'RECORD(S): ' ADD-TOT ' ADDED, ' REM-TOT
                  ' REMOVED, ' CHG-TOT ' CHANGED'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-DRIFT-TOTAL

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           IF DRIFT-CNT > 0
             MOVE 'CD0001' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE 'CFGDRIFT' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING 'CONTROL MASTER(S) CHANGED SINCE THE PREVIOUS '
                    'SNAPSHOT: ' DRIFT-NAMES
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
           END-IF
           IF FAIL-CNT > 0
             MOVE 'CD0002' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             MOVE 'CFGDRIFT' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING FAIL-CNT ' CONTROL-MASTER SNAPSHOT(S) NOT '
                    'WRITTEN - SEE ' FUNCTION TRIM(PRT-DSN)
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
           END-IF

           MOVE 0 TO REPORT-RC
           IF FAIL-CNT > 0 OR PRT-STATUS NOT = '00'
             MOVE 4 TO REPORT-RC
           END-IF
           MOVE REPORT-RC TO RETURN-CODE

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           GOBACK
           .

      *> The highest generation on the register, and for each master
      *> the last line that left a usable snapshot (or recorded the
      *> master absent). The register is appended in generation
      *> order, so a later line simply replaces an earlier one.
       LOAD-SNAP-REGISTER SECTION.
           MOVE 0 TO SNAP-GEN
           MOVE 'C' TO CFGSNAP-FLAG
           OPEN INPUT CFGSNAP
           IF CFGSNAP-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-CFGSNAP-REC
           PERFORM UNTIL CFGSNAP-EOF
             IF CFGSNAP-REC(1:4) IS NUMERIC
               IF CFGSNAP-REC(1:4) > SNAP-GEN
                 MOVE CFGSNAP-REC(1:4) TO SNAP-GEN
               END-IF
               IF CFGSNAP-REC(50:1) NOT = 'E'
                 PERFORM VARYING CTLM-IX FROM 1 BY 1
                           UNTIL CTLM-IX > CTLM-CNT
                   IF CTLM-NAME(CTLM-IX) = CFGSNAP-REC(41:8)
                     MOVE CFGSNAP-REC(1:4) TO PS-GEN(CTLM-IX)
                     MOVE CFGSNAP-REC(6:8) TO PS-DATE(CTLM-IX)
                     MOVE CFGSNAP-REC(24:16) TO PS-RUN-ID(CTLM-IX)
                     MOVE CFGSNAP-REC(50:1) TO PS-STATE(CTLM-IX)
                     MOVE CFGSNAP-REC(80:60) TO PS-DSN(CTLM-IX)
                   END-IF
                 END-PERFORM
               END-IF
             END-IF
             PERFORM READ-CFGSNAP-REC
           END-PERFORM
           CLOSE CFGSNAP
           .

      *> One master: load both sides, list the differences, take
      *> tonight's snapshot and register it.
       DRIFT-ONE-MASTER SECTION.
           MOVE 0 TO ADD-CNT REM-CNT CHG-CNT
           MOVE CTLM-DSN(CTLM-IX) TO SBOX-WRK-DSN
           IF SANDBOX-ACTIVE
             PERFORM SBOX-PREFIX-WRK
           END-IF
           MOVE SBOX-WRK-DSN TO MASTER-DSN
           MOVE SPACES TO SBOX-WRK-DSN
           STRING 'CFGSNAP_G' SNAP-GEN '_'
                  FUNCTION TRIM(CTLM-DSN(CTLM-IX))
                  DELIMITED BY SIZE INTO SBOX-WRK-DSN
           IF SANDBOX-ACTIVE
             PERFORM SBOX-PREFIX-WRK
           END-IF
           MOVE SBOX-WRK-DSN TO SNAP-DSN

           PERFORM LOAD-PREV-TABLE
           PERFORM LOAD-CUR-TABLE

           MOVE SPACES TO PRT-LINE
           EVALUATE TRUE
             WHEN NOT MASTER-PRESENT
               MOVE 'M' TO MST-STATE
               STRING CTLM-NAME(CTLM-IX) ' '
                      FUNCTION TRIM(MASTER-DSN)
                      ' NOT ON DISK - NO SNAPSHOT'
                      DELIMITED BY SIZE INTO PRT-LINE
             WHEN PS-GEN(CTLM-IX) = 0
               MOVE 'F' TO MST-STATE
               MOVE CUR-CNT TO REC-CNT-ED
               STRING CTLM-NAME(CTLM-IX) ' FIRST SNAPSHOT '
                      FUNCTION TRIM(SNAP-DSN) ' - '
                      FUNCTION TRIM(REC-CNT-ED)
                      ' RECORD(S), NOTHING TO COMPARE WITH'
                      DELIMITED BY SIZE INTO PRT-LINE
             WHEN PS-STATE(CTLM-IX) NOT = 'M'
                  AND NOT PREVIOUS-PRESENT
               MOVE 'F' TO MST-STATE
               MOVE CUR-CNT TO REC-CNT-ED
               STRING CTLM-NAME(CTLM-IX) ' SNAPSHOT '
                      FUNCTION TRIM(SNAP-DSN) ' - '
                      FUNCTION TRIM(REC-CNT-ED)
                      ' RECORD(S); PREVIOUS SNAPSHOT '
                      FUNCTION TRIM(PS-DSN(CTLM-IX))
                      ' IS GONE, NOTHING TO COMPARE WITH'
                      DELIMITED BY SIZE INTO PRT-LINE
             WHEN OTHER
               MOVE 'S' TO MST-STATE
               MOVE CUR-CNT TO REC-CNT-ED
               STRING CTLM-NAME(CTLM-IX) ' SNAPSHOT '
                      FUNCTION TRIM(SNAP-DSN) ' - '
                      FUNCTION TRIM(REC-CNT-ED)
                      ' RECORD(S), PREVIOUS G' PS-GEN(CTLM-IX)
                      ' OF ' PS-DATE(CTLM-IX)
                      ' RUN ' PS-RUN-ID(CTLM-IX)
                      DELIMITED BY SIZE INTO PRT-LINE
           END-EVALUATE
           PERFORM PRINT-DRIFT-LINE

      *> A master gone since the last snapshot loses every record
      *> the snapshot held; one absent both times has nothing to
      *> say, and a first snapshot nothing to compare with.
           IF MST-STATE = 'S' OR MST-STATE = 'M'
             PERFORM COMPARE-MASTER
           END-IF

           IF MASTER-PRESENT
             CALL 'CBL_COPY_FILE' USING MASTER-DSN SNAP-DSN
                 RETURNING COPY-STAT
             IF COPY-STAT = 0
               ADD 1 TO SNAP-CNT
             ELSE
               MOVE 'E' TO MST-STATE
               ADD 1 TO FAIL-CNT
               MOVE SPACES TO PRT-LINE
               STRING CTLM-NAME(CTLM-IX) ' *** SNAPSHOT COULD NOT '
                      'BE WRITTEN TO ' FUNCTION TRIM(SNAP-DSN)
                      ' ***'
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-DRIFT-LINE
             END-IF
           END-IF

           IF ADD-CNT > 0 OR REM-CNT > 0 OR CHG-CNT > 0
             ADD 1 TO DRIFT-CNT
             ADD ADD-CNT TO ADD-TOT
             ADD REM-CNT TO REM-TOT
             ADD CHG-CNT TO CHG-TOT
             STRING FUNCTION TRIM(CTLM-NAME(CTLM-IX)) ' '
                    DELIMITED BY SIZE INTO DRIFT-NAMES
                    WITH POINTER DRIFT-PTR
             END-STRING
             MOVE SPACES TO PRT-LINE
             STRING CTLM-NAME(CTLM-IX) ' ' ADD-CNT ' ADDED, '
                    REM-CNT ' REMOVED, ' CHG-CNT ' CHANGED'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-DRIFT-LINE
           ELSE
             IF MST-STATE = 'S'
               MOVE SPACES TO PRT-LINE
               STRING CTLM-NAME(CTLM-IX) ' NO CHANGE'
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-DRIFT-LINE
             END-IF
           END-IF
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-DRIFT-LINE

           PERFORM WRITE-SNAP-REGISTER
           .

      *> Tonight's records against the previous snapshot's, matched
      *> on the key: same key and same image is no change, same key
      *> and a different image CHANGED, no match ADDED; whatever of
      *> the previous snapshot is left unmatched was REMOVED.
       COMPARE-MASTER SECTION.
           PERFORM VARYING LN-IX FROM 1 BY 1 UNTIL LN-IX > CUR-CNT
             MOVE 'N' TO FND-FLAG
             PERFORM VARYING PV-IX FROM 1 BY 1
                       UNTIL PV-IX > PRV-CNT OR LINE-FOUND
               IF PL-USED(PV-IX) = 'N'
                  AND PL-KEY(PV-IX) = CL-KEY(LN-IX)
                 SET LINE-FOUND TO TRUE
                 MOVE 'Y' TO PL-USED(PV-IX)
                 IF PL-IMAGE(PV-IX) NOT = CL-IMAGE(LN-IX)
                   ADD 1 TO CHG-CNT
                   MOVE 'WAS' TO ACTION-TEXT
                   MOVE PL-IMAGE(PV-IX) TO CUR-IMAGE
                   PERFORM PRINT-IMAGE-LINES
                   MOVE 'NOW' TO ACTION-TEXT
                   MOVE CL-IMAGE(LN-IX) TO CUR-IMAGE
                   PERFORM PRINT-IMAGE-LINES
                 END-IF
               END-IF
             END-PERFORM
             IF NOT LINE-FOUND
               ADD 1 TO ADD-CNT
               MOVE 'ADDED' TO ACTION-TEXT
               MOVE CL-IMAGE(LN-IX) TO CUR-IMAGE
               PERFORM PRINT-IMAGE-LINES
             END-IF
           END-PERFORM
           PERFORM VARYING PV-IX FROM 1 BY 1 UNTIL PV-IX > PRV-CNT
             IF PL-USED(PV-IX) = 'N'
               ADD 1 TO REM-CNT
               MOVE 'REMOVED' TO ACTION-TEXT
               MOVE PL-IMAGE(PV-IX) TO CUR-IMAGE
               PERFORM PRINT-IMAGE-LINES
             END-IF
           END-PERFORM
           .

      *> A record image after the master name and the action; the
      *> tail of a record wider than the line goes on a second line.
       PRINT-IMAGE-LINES SECTION.
           MOVE SPACES TO PRT-LINE
           STRING CTLM-NAME(CTLM-IX) ' ' ACTION-TEXT ' '
                  CUR-IMAGE(1:114)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-DRIFT-LINE
           IF CUR-IMAGE(115:46) NOT = SPACES
             MOVE SPACES TO PRT-LINE
             MOVE CUR-IMAGE(115:46) TO PRT-LINE(19:46)
             PERFORM PRINT-DRIFT-LINE
           END-IF
           .

      *> The previous snapshot's records - none when the register
      *> has no usable snapshot or recorded the master absent.
       LOAD-PREV-TABLE SECTION.
           MOVE 0 TO PRV-CNT KEY-ORD
           MOVE 'N' TO PRV-PRESENT-SW
           IF PS-GEN(CTLM-IX) = 0 OR PS-STATE(CTLM-IX) = 'M'
             EXIT SECTION
           END-IF
           MOVE PS-DSN(CTLM-IX) TO CTLMF-DSN
           MOVE 'C' TO CTLMF-FLAG
           OPEN INPUT CTLMF
           IF CTLMF-FS NOT = '00'
             EXIT SECTION
           END-IF
           SET PREVIOUS-PRESENT TO TRUE
           PERFORM READ-CTLMF-REC
           PERFORM UNTIL CTLMF-EOF
             MOVE CTLMF-REC TO CUR-IMAGE
             PERFORM CHECK-DATA-LINE
             IF IS-DATA-LINE
               IF PRV-CNT < 300
                 ADD 1 TO PRV-CNT
                 PERFORM BUILD-KEY
                 MOVE CUR-IMAGE TO PL-IMAGE(PRV-CNT)
                 MOVE CUR-KEY TO PL-KEY(PRV-CNT)
                 MOVE 'N' TO PL-USED(PRV-CNT)
               ELSE
                 DISPLAY 'CFGDRIFT: ' FUNCTION TRIM(CTLMF-DSN)
                         ' HAS MORE THAN 300 RECORDS - RECORD '
                         'IGNORED: ' CTLMF-REC(1:30)
               END-IF
             END-IF
             PERFORM READ-CTLMF-REC
           END-PERFORM
           CLOSE CTLMF
           .

       LOAD-CUR-TABLE SECTION.
           MOVE 0 TO CUR-CNT KEY-ORD
           MOVE 'N' TO CUR-PRESENT-SW
           MOVE MASTER-DSN TO CTLMF-DSN
           MOVE 'C' TO CTLMF-FLAG
           OPEN INPUT CTLMF
           IF CTLMF-FS NOT = '00'
             EXIT SECTION
           END-IF
           SET MASTER-PRESENT TO TRUE
           PERFORM READ-CTLMF-REC
           PERFORM UNTIL CTLMF-EOF
             MOVE CTLMF-REC TO CUR-IMAGE
             PERFORM CHECK-DATA-LINE
             IF IS-DATA-LINE
               IF CUR-CNT < 300
                 ADD 1 TO CUR-CNT
                 PERFORM BUILD-KEY
                 MOVE CUR-IMAGE TO CL-IMAGE(CUR-CNT)
                 MOVE CUR-KEY TO CL-KEY(CUR-CNT)
               ELSE
                 DISPLAY 'CFGDRIFT: ' FUNCTION TRIM(CTLMF-DSN)
                         ' HAS MORE THAN 300 RECORDS - RECORD '
                         'IGNORED: ' CTLMF-REC(1:30)
               END-IF
             END-IF
             PERFORM READ-CTLMF-REC
           END-PERFORM
           CLOSE CTLMF
           .

      *> Blank lines and '*' comments are not records. On a master
      *> whose '*' lines can be wildcard rules (CTLM-STAR 'R') a
      *> line reading '*' alone in its operator field with a
      *> function beside it is a rule; the master's prose comments
      *> run on straight after the '*' and are not.
       CHECK-DATA-LINE SECTION.
           MOVE 'Y' TO DATA-LINE-FLAG
           IF CUR-IMAGE = SPACES
             MOVE 'N' TO DATA-LINE-FLAG
             EXIT SECTION
           END-IF
           IF CUR-IMAGE(1:1) = '*'
             IF CTLM-STAR(CTLM-IX) NOT = 'R'
                OR CUR-IMAGE(2:8) NOT = SPACES
                OR CUR-IMAGE(10:14) = SPACES
               MOVE 'N' TO DATA-LINE-FLAG
             END-IF
           END-IF
           .

       BUILD-KEY SECTION.
           ADD 1 TO KEY-ORD
           MOVE SPACES TO CUR-KEY
           EVALUATE CTLM-KEY-TYPE(CTLM-IX)
             WHEN 'P'
               MOVE CUR-IMAGE(CTLM-KEY-POS(CTLM-IX):
                              CTLM-KEY-LEN(CTLM-IX)) TO CUR-KEY
             WHEN 'C'
               UNSTRING CUR-IMAGE DELIMITED BY ',' INTO CUR-KEY
             WHEN OTHER
               MOVE KEY-ORD TO CUR-KEY
           END-EVALUATE
           .

      *> The master's line on the snapshot register - layout in
      *> CSNPFD.cpy.
       WRITE-SNAP-REGISTER SECTION.
           OPEN EXTEND CFGSNAP
           IF CFGSNAP-FS NOT = '00'
             OPEN OUTPUT CFGSNAP
           END-IF
           IF CFGSNAP-FS NOT = '00'
             DISPLAY 'CFGDRIFT: SNAPSHOT REGISTER '
                     FUNCTION TRIM(CFGSNAP-DSN)
                     ' NOT OPENED, FILE STATUS=' CFGSNAP-FS
             ADD 1 TO FAIL-CNT
             EXIT SECTION
           END-IF
           MOVE SPACES TO CFGSNAP-REC
           MOVE SNAP-GEN TO CFGSNAP-REC(1:4)
           MOVE SNAP-DATE TO CFGSNAP-REC(6:8)
           MOVE SNAP-TIME TO CFGSNAP-REC(15:8)
           MOVE RUN-ID TO CFGSNAP-REC(24:16)
           MOVE CTLM-NAME(CTLM-IX) TO CFGSNAP-REC(41:8)
           MOVE MST-STATE TO CFGSNAP-REC(50:1)
           MOVE CUR-CNT TO REC-CNT
           MOVE REC-CNT TO CFGSNAP-REC(52:6)
           MOVE ADD-CNT TO CFGSNAP-REC(59:6)
           MOVE REM-CNT TO CFGSNAP-REC(66:6)
           MOVE CHG-CNT TO CFGSNAP-REC(73:6)
           IF MST-STATE NOT = 'M'
             MOVE SNAP-DSN TO CFGSNAP-REC(80:60)
           END-IF
           WRITE CFGSNAP-REC
           CLOSE CFGSNAP
           .

       PRINT-DRIFT-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-DRIFT-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-CFGSNAP-REC SECTION.
           READ CFGSNAP
           IF CFGSNAP-FS NOT = '00'
             SET CFGSNAP-EOF TO TRUE
           END-IF
           .

       READ-CTLMF-REC SECTION.
           READ CTLMF
           IF CTLMF-FS NOT = '00'
             SET CTLMF-EOF TO TRUE
           END-IF
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
