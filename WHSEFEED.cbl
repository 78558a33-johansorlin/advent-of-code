       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEFEED.

      *> Nightly incremental feed to the data warehouse, in a star-
      *> schema shape. The warehouse used to bulk-reload whole
      *> masters; now each feed carries only what changed since the
      *> last one. Every file has the MIS interface's header and
      *> trailer (MISEXTR.cbl):
      *>   H RUN-ID(2:16) DATE(19:8) TIME(28:8) SOURCE(37:8)
      *>     FEED(46:8)
      *>   D ... (layouts below)
      *>   T COUNT(3:6) HASH(10:15)
      *> HASH is the MOD 999999999999999 sum of the file's measure.
      *>
      *> Fact files - only the records added since the last feed,
      *> past a high-water mark per source. Dated segments cut by
      *> LOGSEG and rolled-out answer segments are read as well as
      *> the live files, so a cut between feeds loses nothing.
      *>   WHFANSW.txt  ANSHIST past its sequence number: SEQ(3:6)
      *>                PGM(10:8) DATE(19:8) TIME(28:8) LABEL(37:16)
      *>                VALUE(54:20) RUN-ID(75:16) MODE(92:1)
      *>                OPER(94:8); measure the numeric VALUE
      *>   WHFEXCP.txt  EXCPMSTR past its date/time: PGM(3:8)
      *>                DATE(12:8) TIME(21:8) LINE(30:8)
      *>                REASON(39:8) RUN-ID(48:16) IMAGE(65:80);
      *>                measure LINE
      *>   WHFSTEP.txt  STEPHIST past its date/start: PGM(3:8)
      *>                DATE(12:8) START(21:8) END(30:8)
      *>                ELAPSED(39:6) RC(46:4) RUN-ID(51:16)
      *>                RUN-TYPE(68:1) REQUESTER(70:8); measure
      *>                ELAPSED
      *>   WHFSUBM.txt  SUBLOG past its date/time: DATE(3:8)
      *>                TIME(12:8) ACTION(21:6) PGM(28:8)
      *>                LABEL(37:16) VALUE(54:20) STATUS(75:1)
      *>                ATTEMPTS(77:2) OPER(80:8) PROGRAM(89:8)
      *>                RUN-ID(98:16); measure the numeric VALUE
      *> Dimension files - sent whole, and only when they changed:
      *> each is fingerprinted (MLBLCK.cpy checksum) and compared
      *> with the fingerprint last sent. An unchanged dimension's
      *> file is removed so a stale copy is never reloaded.
      *>   WHDPUZL.txt  puzzles from PZLCAT: PGM(3:8) LABEL(12:16)
      *>                YEAR(29:4) DAY(34:2) PART(37:1) STEP(39:1);
      *>                measure YEAR*1000+DAY*10+PART
      *>   WHDOPER.txt  operators enrolled on OPERCRED or named on
      *>                OPERAUTH: OPER(3:8) ENROLLED(12:1)
      *>                LOCKED(14:1) FUNCTIONS(16:3); measure
      *>                FUNCTIONS
      *>   WHDPROG.txt  catalog programs with their released build
      *>                (RELREG): PGM(3:8) YEAR(12:4) DAY(17:2)
      *>                STEP(20:1) BUILD(22:16) EFFECTIVE(39:8);
      *>                measure YEAR*100+DAY
      *>   WHDDATE.txt  every fact date newer than the last one sent:
      *>                DATE(3:8) YEAR(12:4) MONTH(17:2) DAY(20:2)
      *>                WEEKDAY(23:1) 1=MONDAY, DAY-OF-YEAR(25:3);
      *>                measure DATE
      *> WHSEMAN.txt lists the feed - FILE(3:8) STATUS(12:9) SENT or
      *> UNCHANGED, COUNT(22:6) HASH(29:15) - with a trailer totaling
      *> every file sent. That total is recorded as SENT on the
      *> interface-control log (MISIFLOG.txt) under this run id and
      *> source WHSEFEED, so the warehouse's acknowledgment is matched
      *> and chased by MISACK.cbl exactly like the MIS extract's.
      *>
      *> WHSEHWM.txt holds the marks: KEY(1:8) MARK(10:16)
      *> COUNT(27:8) HASH(36:15) DATE(52:8) RUN-ID(61:16). MARK is
      *> the ANSHIST sequence number, a DATE+TIME stamp for the logs
      *> or the last date sent for the date dimension; COUNT and
      *> HASH are a dimension's last fingerprint. It is rewritten
      *> only after every file is out. WHSEFEED_FULL=Y ignores the
      *> marks and fingerprints for an initial load or a reload.
      *> WH0001 is logged; a date dimension too large for one feed
      *> raises WH0002 and RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PZLCSEL.

           COPY ANSHSEL.

           COPY ANSGSEL.

           COPY ASEGSEL.

           COPY EXCMSEL.

           SELECT STEPHIST ASSIGN TO 'STEPHIST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STEPHIST-FS.

           COPY SUBLSEL.

           COPY LSEGSEL.

           COPY CREDSEL.

           COPY AUTHSEL.

           COPY RELRSEL.

           COPY AUDTSEL.

           SELECT WHSEHWM ASSIGN TO 'WHSEHWM.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WHSEHWM-FS.

           SELECT WHFILE ASSIGN TO DYNAMIC FEED-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WHFILE-FS.

           SELECT MISIFLOG ASSIGN TO 'MISIFLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MISIFLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY PZLCFD.

       COPY ANSHFD.

       COPY ANSGFD.

       COPY ASEGFD.

       COPY EXCMFD.

       FD  STEPHIST.
       01  STEPHIST-REC       PIC X(100).

       COPY SUBLFD.

       COPY LSEGFD.

       COPY CREDFD.

       COPY AUTHFD.

       COPY RELRFD.

       COPY AUDTFD.

       FD  WHSEHWM.
       01  WHSEHWM-REC        PIC X(80).

       FD  WHFILE.
       01  WHFILE-REC         PIC X(150).

      *> Interface-control log - layout on the FD in MISEXTR.cbl.
       FD  MISIFLOG.
       01  MISIFLOG-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY ANSHWS.
           COPY ASEGWS.
           COPY EXCMWS.
           COPY LSEGWS.
           05 STEPHIST-FS     PIC XX.
           05 SUBLOG-FS       PIC XX.
           05 OPERCRED-FS     PIC XX.
           05 OPERAUTH-FS     PIC XX.
           05 RELREG-FS       PIC XX.
           05 WHSEHWM-FS      PIC XX.
           05 WHFILE-FS       PIC XX.
           05 MISIFLOG-FS     PIC XX.
           05 FEED-DSN        PIC X(80).
           05 FEED-KEY        PIC X(8).
           05 FEED-LINE       PIC X(150).
           05 FEED-DATE       PIC 9(8).
           05 FEED-TIME       PIC 9(8).
           05 FULL-TEXT       PIC X(4).
           05 LOG-WRK-REC     PIC X(160).
           05 FL-CNT          PIC 9(6).
           05 FL-HASH         PIC 9(15).
           05 FL-AMT          PIC S9(15).
           05 TOT-CNT         PIC 9(6)  VALUE 0.
           05 TOT-HASH        PIC 9(15) VALUE 0.
           05 SENT-FILES      PIC 9(2)  VALUE 0.
           05 REC-SEQ         PIC 9(16).
           05 REC-STAMP       PIC 9(16).
           05 REC-STAMP-R REDEFINES REC-STAMP.
              10 REC-STAMP-DATE  PIC 9(8).
              10 REC-STAMP-TIME  PIC 9(8).
           05 REC-DATE        PIC 9(8).
           05 CAL-DATE        PIC 9(8).
           05 CAL-DATE-R REDEFINES CAL-DATE.
              10 CAL-YEAR     PIC 9(4).
              10 CAL-MONTH    PIC 99.
              10 CAL-DAY      PIC 99.
           05 CAL-INT         PIC 9(8).
           05 CAL-DOW         PIC 9.
           05 CAL-DOY         PIC 9(3).
           05 DIM-CNT         PIC 9(8).
           05 DIM-HASH        PIC 9(15).
           05 HW-IX           PIC S9(4) COMP.
           05 MF-IX           PIC S9(4) COMP.
           05 MF-CNT          PIC S9(4) COMP VALUE 0.
           05 OP-IX           PIC S9(4) COMP.
           05 OP-CNT          PIC S9(4) COMP VALUE 0.
           05 PG-IX           PIC S9(4) COMP.
           05 PG-CNT          PIC S9(4) COMP VALUE 0.
           05 DT-IX           PIC S9(4) COMP.
           05 DT-JX           PIC S9(4) COMP.
           05 DT-CNT          PIC S9(4) COMP VALUE 0.
           05 DT-DROP         PIC 9(6)  VALUE 0.

      *> The marks, one slot per source in a fixed order: the four
      *> fact sources, then the four dimensions.
       01  HWM-TBL-REC.
           05 HWM-KEYS.
              10 FILLER       PIC X(8) VALUE 'ANSHIST'.
              10 FILLER       PIC X(8) VALUE 'EXCPMSTR'.
              10 FILLER       PIC X(8) VALUE 'STEPHIST'.
              10 FILLER       PIC X(8) VALUE 'SUBLOG'.
              10 FILLER       PIC X(8) VALUE 'DIMPUZL'.
              10 FILLER       PIC X(8) VALUE 'DIMOPER'.
              10 FILLER       PIC X(8) VALUE 'DIMPROG'.
              10 FILLER       PIC X(8) VALUE 'DIMDATE'.
           05 HWM-KEYS-R REDEFINES HWM-KEYS.
              10 HW-KEY       PIC X(8) OCCURS 8 TIMES.
           05 HW-ENT OCCURS 8 TIMES.
              10 HW-MARK      PIC 9(16).
              10 HW-COUNT     PIC 9(8).
              10 HW-HASH      PIC 9(15).
              10 HW-DATE      PIC 9(8).
              10 HW-RUN       PIC X(16).
              10 HW-NEW-MARK  PIC 9(16).
              10 HW-NEW-COUNT PIC 9(8).
              10 HW-NEW-HASH  PIC 9(15).

      *> What this feed sent, for the manifest.
       01  MANIFEST-TBL-REC.
           05 MF-ENT OCCURS 8 TIMES.
              10 MF-FILE      PIC X(8).
              10 MF-STATUS    PIC X(9).
              10 MF-COUNT     PIC 9(6).
              10 MF-HASH      PIC 9(15).

      *> The operator dimension.
       01  OPER-TBL-REC.
           05 OP-ENT OCCURS 500 TIMES.
              10 OP-OPER      PIC X(8).
              10 OP-ENROLLED  PIC X.
              10 OP-LOCKED    PIC X.
              10 OP-FUNCS     PIC 9(3).

      *> The program dimension.
       01  PROG-TBL-REC.
           05 PG-ENT OCCURS 100 TIMES.
              10 PG-PGM       PIC X(8).
              10 PG-YEAR      PIC 9(4).
              10 PG-DAY       PIC 99.
              10 PG-STEP      PIC X.
              10 PG-BUILD     PIC X(16).
              10 PG-EFF       PIC X(8).

      *> Fact dates newer than the last date sent, in date order.
       01  DATE-TBL-REC.
           05 DT-DATE         PIC 9(8) OCCURS 3000 TIMES.

       COPY MSGCWS.

       01  SWITCHES.
           05 STEPHIST-FLAG   PIC X    VALUE 'C'.
              88 STEPHIST-EOF          VALUE 'E'.
           05 EXCPMSTR-FLAG   PIC X    VALUE 'C'.
              88 EXCPMSTR-EOF          VALUE 'E'.
           05 SUBLOG-FLAG     PIC X    VALUE 'C'.
              88 SUBLOG-EOF            VALUE 'E'.
           05 OPERCRED-FLAG   PIC X    VALUE 'C'.
              88 OPERCRED-EOF          VALUE 'E'.
           05 OPERAUTH-FLAG   PIC X    VALUE 'C'.
              88 OPERAUTH-EOF          VALUE 'E'.
           05 RELREG-FLAG     PIC X    VALUE 'C'.
              88 RELREG-EOF            VALUE 'E'.
           05 WHSEHWM-FLAG    PIC X    VALUE 'C'.
              88 WHSEHWM-EOF           VALUE 'E'.
           05 FULL-FLAG       PIC X    VALUE 'N'.
              88 FULL-FEED             VALUE 'Y'.
           05 FOUND-FLAG      PIC X    VALUE 'N'.
              88 ENTRY-FOUND           VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE MANIFEST-TBL-REC OPER-TBL-REC
                      PROG-TBL-REC DATE-TBL-REC SWITCHES
           PERFORM GET-RUN-ID

      *> The marks say what production has already sent; a feed of
      *> sandbox copies would advance them past records the
      *> warehouse never received.
           IF SANDBOX-ACTIVE
             DISPLAY 'WHSEFEED: SANDBOX MODE IS ACTIVE - THE '
                     'WAREHOUSE FEED SENDS PRODUCTION DATA ONLY; '
                     'UNSET SANDBOX_MODE TO FEED'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO FULL-TEXT
           ACCEPT FULL-TEXT FROM ENVIRONMENT 'WHSEFEED_FULL'
           IF FULL-TEXT(1:1) = 'Y'
             SET FULL-FEED TO TRUE
           END-IF

           ACCEPT FEED-DATE FROM DATE YYYYMMDD
           ACCEPT FEED-TIME FROM TIME

           PERFORM LOAD-PZLCAT
           PERFORM LOAD-HWM

           MOVE 'WHSEFEED' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           PERFORM FEED-ANSWERS
           PERFORM FEED-EXCEPTIONS
           PERFORM FEED-STEPS
           PERFORM FEED-SUBMISSIONS
           PERFORM FEED-PUZZLE-DIM
           PERFORM FEED-OPERATOR-DIM
           PERFORM FEED-PROGRAM-DIM
           PERFORM FEED-DATE-DIM

           PERFORM WRITE-MANIFEST
           PERFORM SAVE-HWM
           PERFORM LOG-HANDOFF
           PERFORM TELL-FEED
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           GOBACK
           .

      *> A key not on file (or a full feed) starts from zero - every
      *> record is past the mark and every dimension has changed.
       LOAD-HWM SECTION.
           PERFORM VARYING HW-IX FROM 1 BY 1 UNTIL HW-IX > 8
             MOVE 0 TO HW-MARK(HW-IX) HW-COUNT(HW-IX) HW-HASH(HW-IX)
                       HW-DATE(HW-IX)
             MOVE SPACES TO HW-RUN(HW-IX)
           END-PERFORM
           IF FULL-FEED
             DISPLAY 'WHSEFEED: FULL FEED - HIGH-WATER MARKS IGNORED'
             EXIT SECTION
           END-IF
           MOVE 'C' TO WHSEHWM-FLAG
           OPEN INPUT WHSEHWM
           IF WHSEHWM-FS NOT = '00'
             DISPLAY 'WHSEFEED: NO WHSEHWM.TXT - FIRST FEED SENDS '
                     'EVERYTHING'
             EXIT SECTION
           END-IF
           PERFORM READ-WHSEHWM-REC
           PERFORM UNTIL WHSEHWM-EOF
             PERFORM VARYING HW-IX FROM 1 BY 1 UNTIL HW-IX > 8
               IF HW-KEY(HW-IX) = WHSEHWM-REC(1:8)
                 IF WHSEHWM-REC(10:16) IS NUMERIC
                   MOVE WHSEHWM-REC(10:16) TO HW-MARK(HW-IX)
                 END-IF
                 IF WHSEHWM-REC(27:8) IS NUMERIC
                   MOVE WHSEHWM-REC(27:8) TO HW-COUNT(HW-IX)
                 END-IF
                 IF WHSEHWM-REC(36:15) IS NUMERIC
                   MOVE WHSEHWM-REC(36:15) TO HW-HASH(HW-IX)
                 END-IF
                 IF WHSEHWM-REC(52:8) IS NUMERIC
                   MOVE WHSEHWM-REC(52:8) TO HW-DATE(HW-IX)
                 END-IF
                 MOVE WHSEHWM-REC(61:16) TO HW-RUN(HW-IX)
               END-IF
             END-PERFORM
             PERFORM READ-WHSEHWM-REC
           END-PERFORM
           CLOSE WHSEHWM
           .

      *> New marks start where the old ones stood, so a source with
      *> nothing new keeps its mark.
       SAVE-HWM SECTION.
           OPEN OUTPUT WHSEHWM
           MOVE SPACES TO WHSEHWM-REC
           MOVE '* WAREHOUSE FEED HIGH-WATER MARKS (WHSEFEED.CBL)'
             TO WHSEHWM-REC
           WRITE WHSEHWM-REC
           PERFORM VARYING HW-IX FROM 1 BY 1 UNTIL HW-IX > 8
             MOVE SPACES TO WHSEHWM-REC
             MOVE HW-KEY(HW-IX) TO WHSEHWM-REC(1:8)
             MOVE HW-NEW-MARK(HW-IX) TO WHSEHWM-REC(10:16)
             MOVE HW-NEW-COUNT(HW-IX) TO WHSEHWM-REC(27:8)
             MOVE HW-NEW-HASH(HW-IX) TO WHSEHWM-REC(36:15)
             MOVE FEED-DATE TO WHSEHWM-REC(52:8)
             MOVE RUN-ID TO WHSEHWM-REC(61:16)
             WRITE WHSEHWM-REC
           END-PERFORM
           CLOSE WHSEHWM
           .

      *> --- Fact files -------------------------------------------

      *> Rolled-out answer segments first, then the live history -
      *> the sequence number alone decides what is new. A record
      *> from before sequence numbers were kept goes only on a
      *> first or full feed.
       FEED-ANSWERS SECTION.
           MOVE HW-MARK(1) TO HW-NEW-MARK(1)
           MOVE 'WHFANSW.txt' TO FEED-DSN
           MOVE 'WHFANSW' TO FEED-KEY
           PERFORM OPEN-FEED-FILE
           PERFORM SCAN-ANSH-SEGMENTS
           MOVE 'C' TO ANSHIST-FLAG
           OPEN INPUT ANSHIST
           IF ANSHIST-FS = '00'
             PERFORM READ-ANSHIST-REC
             PERFORM UNTIL ANSHIST-EOF
               MOVE ANSHIST-REC TO LOG-WRK-REC
               PERFORM APPLY-ANSHIST-REC
               PERFORM READ-ANSHIST-REC
             END-PERFORM
             CLOSE ANSHIST
           END-IF
           PERFORM CLOSE-FEED-FILE
           .

       APPLY-SEGANSH-REC SECTION.
           MOVE ANSHSEGF-REC TO LOG-WRK-REC
           PERFORM APPLY-ANSHIST-REC
           .

       APPLY-ANSHIST-REC SECTION.
           IF LOG-WRK-REC(85:6) IS NUMERIC
             MOVE LOG-WRK-REC(85:6) TO REC-SEQ
           ELSE
             MOVE 0 TO REC-SEQ
           END-IF
           IF REC-SEQ NOT > HW-MARK(1)
              AND (REC-SEQ > 0 OR HW-MARK(1) > 0)
             EXIT SECTION
           END-IF
           IF REC-SEQ > HW-NEW-MARK(1)
             MOVE REC-SEQ TO HW-NEW-MARK(1)
           END-IF
           MOVE SPACES TO FEED-LINE
           MOVE 'D' TO FEED-LINE(1:1)
           MOVE LOG-WRK-REC(85:6) TO FEED-LINE(3:6)
           MOVE LOG-WRK-REC(1:8) TO FEED-LINE(10:8)
           MOVE LOG-WRK-REC(10:8) TO FEED-LINE(19:8)
           MOVE LOG-WRK-REC(19:8) TO FEED-LINE(28:8)
           MOVE LOG-WRK-REC(28:16) TO FEED-LINE(37:16)
           MOVE LOG-WRK-REC(45:20) TO FEED-LINE(54:20)
           MOVE LOG-WRK-REC(66:16) TO FEED-LINE(75:16)
           MOVE LOG-WRK-REC(83:1) TO FEED-LINE(92:1)
           MOVE LOG-WRK-REC(102:8) TO FEED-LINE(94:8)
           MOVE 0 TO FL-AMT
           IF FUNCTION TEST-NUMVAL(LOG-WRK-REC(45:20)) = 0
             COMPUTE FL-AMT = FUNCTION NUMVAL(LOG-WRK-REC(45:20))
           END-IF
           MOVE LOG-WRK-REC(10:8) TO REC-DATE
           PERFORM WRITE-FEED-DETAIL
           .

       FEED-EXCEPTIONS SECTION.
           MOVE HW-MARK(2) TO HW-NEW-MARK(2)
           MOVE 'WHFEXCP.txt' TO FEED-DSN
           MOVE 'WHFEXCP' TO FEED-KEY
           PERFORM OPEN-FEED-FILE
           MOVE 'EXCPMSTR' TO LSEG-KEY
           MOVE HW-MARK(2) TO REC-STAMP
           MOVE REC-STAMP-DATE TO LSEG-FROM
           PERFORM SCAN-LOG-SEGMENTS
           MOVE 'C' TO EXCPMSTR-FLAG
           OPEN INPUT EXCPMSTR
           IF EXCPMSTR-FS = '00'
             PERFORM READ-EXCPMSTR-REC
             PERFORM UNTIL EXCPMSTR-EOF
               MOVE EXCPMSTR-REC TO LOG-WRK-REC
               PERFORM APPLY-EXCPMSTR-REC
               PERFORM READ-EXCPMSTR-REC
             END-PERFORM
             CLOSE EXCPMSTR
           END-IF
           PERFORM CLOSE-FEED-FILE
           .

      *> A dated segment of one of the two segmented logs - LSEG-KEY
      *> says which layout it is.
       APPLY-SEGMENT-REC SECTION.
           MOVE LOGSEGF-REC TO LOG-WRK-REC
           EVALUATE LSEG-KEY
             WHEN 'EXCPMSTR'
               PERFORM APPLY-EXCPMSTR-REC
             WHEN 'STEPHIST'
               PERFORM APPLY-STEPHIST-REC
           END-EVALUATE
           .

       APPLY-EXCPMSTR-REC SECTION.
           IF LOG-WRK-REC(10:8) IS NOT NUMERIC
              OR LOG-WRK-REC(19:8) IS NOT NUMERIC
             EXIT SECTION
           END-IF
           MOVE LOG-WRK-REC(10:8) TO REC-STAMP-DATE
           MOVE LOG-WRK-REC(19:8) TO REC-STAMP-TIME
           IF REC-STAMP NOT > HW-MARK(2)
             EXIT SECTION
           END-IF
           IF REC-STAMP > HW-NEW-MARK(2)
             MOVE REC-STAMP TO HW-NEW-MARK(2)
           END-IF
           MOVE SPACES TO FEED-LINE
           MOVE 'D' TO FEED-LINE(1:1)
           MOVE LOG-WRK-REC(1:8) TO FEED-LINE(3:8)
           MOVE LOG-WRK-REC(10:8) TO FEED-LINE(12:8)
           MOVE LOG-WRK-REC(19:8) TO FEED-LINE(21:8)
           MOVE LOG-WRK-REC(28:8) TO FEED-LINE(30:8)
           MOVE LOG-WRK-REC(37:8) TO FEED-LINE(39:8)
           MOVE LOG-WRK-REC(46:16) TO FEED-LINE(48:16)
           MOVE LOG-WRK-REC(63:80) TO FEED-LINE(65:80)
           MOVE 0 TO FL-AMT
           IF LOG-WRK-REC(28:8) IS NUMERIC
             MOVE LOG-WRK-REC(28:8) TO FL-AMT
           END-IF
           MOVE REC-STAMP-DATE TO REC-DATE
           PERFORM WRITE-FEED-DETAIL
           .

       FEED-STEPS SECTION.
           MOVE HW-MARK(3) TO HW-NEW-MARK(3)
           MOVE 'WHFSTEP.txt' TO FEED-DSN
           MOVE 'WHFSTEP' TO FEED-KEY
           PERFORM OPEN-FEED-FILE
           MOVE 'STEPHIST' TO LSEG-KEY
           MOVE HW-MARK(3) TO REC-STAMP
           MOVE REC-STAMP-DATE TO LSEG-FROM
           PERFORM SCAN-LOG-SEGMENTS
           MOVE 'C' TO STEPHIST-FLAG
           OPEN INPUT STEPHIST
           IF STEPHIST-FS = '00'
             PERFORM READ-STEPHIST-REC
             PERFORM UNTIL STEPHIST-EOF
               MOVE STEPHIST-REC TO LOG-WRK-REC
               PERFORM APPLY-STEPHIST-REC
               PERFORM READ-STEPHIST-REC
             END-PERFORM
             CLOSE STEPHIST
           END-IF
           PERFORM CLOSE-FEED-FILE
           .

      *> Step-history offsets (RUNALL.cbl): PGM(1:8) DATE(10:8)
      *> START(19:8) END(28:8) ELAPSED(37:6) RC(44:4) RUN-ID(49:16)
      *> RUN-TYPE(83:1) REQUESTER(85:8).
       APPLY-STEPHIST-REC SECTION.
           IF LOG-WRK-REC(10:8) IS NOT NUMERIC
              OR LOG-WRK-REC(19:8) IS NOT NUMERIC
             EXIT SECTION
           END-IF
           MOVE LOG-WRK-REC(10:8) TO REC-STAMP-DATE
           MOVE LOG-WRK-REC(19:8) TO REC-STAMP-TIME
           IF REC-STAMP NOT > HW-MARK(3)
             EXIT SECTION
           END-IF
           IF REC-STAMP > HW-NEW-MARK(3)
             MOVE REC-STAMP TO HW-NEW-MARK(3)
           END-IF
           MOVE SPACES TO FEED-LINE
           MOVE 'D' TO FEED-LINE(1:1)
           MOVE LOG-WRK-REC(1:8) TO FEED-LINE(3:8)
           MOVE LOG-WRK-REC(10:8) TO FEED-LINE(12:8)
           MOVE LOG-WRK-REC(19:8) TO FEED-LINE(21:8)
           MOVE LOG-WRK-REC(28:8) TO FEED-LINE(30:8)
           MOVE LOG-WRK-REC(37:6) TO FEED-LINE(39:6)
           MOVE LOG-WRK-REC(44:4) TO FEED-LINE(46:4)
           MOVE LOG-WRK-REC(49:16) TO FEED-LINE(51:16)
           MOVE LOG-WRK-REC(83:1) TO FEED-LINE(68:1)
           MOVE LOG-WRK-REC(85:8) TO FEED-LINE(70:8)
           MOVE 0 TO FL-AMT
           IF LOG-WRK-REC(37:6) IS NUMERIC
             MOVE LOG-WRK-REC(37:6) TO FL-AMT
           END-IF
           MOVE REC-STAMP-DATE TO REC-DATE
           PERFORM WRITE-FEED-DETAIL
           .

       FEED-SUBMISSIONS SECTION.
           MOVE HW-MARK(4) TO HW-NEW-MARK(4)
           MOVE 'WHFSUBM.txt' TO FEED-DSN
           MOVE 'WHFSUBM' TO FEED-KEY
           PERFORM OPEN-FEED-FILE
           MOVE 'C' TO SUBLOG-FLAG
           OPEN INPUT SUBLOG
           IF SUBLOG-FS = '00'
             PERFORM READ-SUBLOG-REC
             PERFORM UNTIL SUBLOG-EOF
               PERFORM APPLY-SUBLOG-REC
               PERFORM READ-SUBLOG-REC
             END-PERFORM
             CLOSE SUBLOG
           END-IF
           PERFORM CLOSE-FEED-FILE
           .

      *> Submission change-log offsets: SUBLFD.cpy.
       APPLY-SUBLOG-REC SECTION.
           IF SUBLOG-REC(1:8) IS NOT NUMERIC
              OR SUBLOG-REC(10:8) IS NOT NUMERIC
             EXIT SECTION
           END-IF
           MOVE SUBLOG-REC(1:8) TO REC-STAMP-DATE
           MOVE SUBLOG-REC(10:8) TO REC-STAMP-TIME
           IF REC-STAMP NOT > HW-MARK(4)
             EXIT SECTION
           END-IF
           IF REC-STAMP > HW-NEW-MARK(4)
             MOVE REC-STAMP TO HW-NEW-MARK(4)
           END-IF
           MOVE SPACES TO FEED-LINE
           MOVE 'D' TO FEED-LINE(1:1)
           MOVE SUBLOG-REC(1:8) TO FEED-LINE(3:8)
           MOVE SUBLOG-REC(10:8) TO FEED-LINE(12:8)
           MOVE SUBLOG-REC(19:6) TO FEED-LINE(21:6)
           MOVE SUBLOG-REC(26:8) TO FEED-LINE(28:8)
           MOVE SUBLOG-REC(35:16) TO FEED-LINE(37:16)
           MOVE SUBLOG-REC(52:20) TO FEED-LINE(54:20)
           MOVE SUBLOG-REC(82:1) TO FEED-LINE(75:1)
           MOVE SUBLOG-REC(84:2) TO FEED-LINE(77:2)
           MOVE SUBLOG-REC(94:8) TO FEED-LINE(80:8)
           MOVE SUBLOG-REC(103:8) TO FEED-LINE(89:8)
           MOVE SUBLOG-REC(112:16) TO FEED-LINE(98:16)
           MOVE 0 TO FL-AMT
           IF FUNCTION TEST-NUMVAL(SUBLOG-REC(52:20)) = 0
             COMPUTE FL-AMT = FUNCTION NUMVAL(SUBLOG-REC(52:20))
           END-IF
           MOVE REC-STAMP-DATE TO REC-DATE
           PERFORM WRITE-FEED-DETAIL
           .

      *> --- Dimension files --------------------------------------

      *> Each dimension is walked twice: once to fingerprint it,
      *> and - only if the fingerprint moved - again to send it.
       FEED-PUZZLE-DIM SECTION.
           MOVE 5 TO HW-IX
           MOVE 'WHDPUZL.txt' TO FEED-DSN
           MOVE 'WHDPUZL' TO FEED-KEY
           PERFORM RESET-LABEL-HASH
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
             PERFORM BUILD-PUZZLE-ROW
             MOVE FEED-LINE TO MLBL-DATA
             PERFORM ADD-LABEL-HASH
           END-PERFORM
           PERFORM CHECK-DIM-CHANGE
           IF ENTRY-FOUND
             PERFORM OPEN-FEED-FILE
             PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
               PERFORM BUILD-PUZZLE-ROW
               PERFORM WRITE-FEED-DETAIL
             END-PERFORM
             PERFORM CLOSE-FEED-FILE
           END-IF
           .

       BUILD-PUZZLE-ROW SECTION.
           MOVE SPACES TO FEED-LINE
           MOVE 'D' TO FEED-LINE(1:1)
           MOVE SD-PGM(SDX) TO FEED-LINE(3:8)
           MOVE SD-LABEL(SDX) TO FEED-LINE(12:16)
           MOVE SD-YEAR(SDX) TO FEED-LINE(29:4)
           MOVE SD-DAY(SDX) TO FEED-LINE(34:2)
           MOVE SD-PART(SDX) TO FEED-LINE(37:1)
           IF SD-RUN-STEP(SDX)
             MOVE 'Y' TO FEED-LINE(39:1)
           ELSE
             MOVE 'N' TO FEED-LINE(39:1)
           END-IF
           COMPUTE FL-AMT = SD-YEAR(SDX) * 1000 + SD-DAY(SDX) * 10
                          + SD-PART(SDX)
           MOVE 0 TO REC-DATE
           .

       FEED-OPERATOR-DIM SECTION.
           MOVE 6 TO HW-IX
           MOVE 'WHDOPER.txt' TO FEED-DSN
           MOVE 'WHDOPER' TO FEED-KEY
           PERFORM LOAD-OPERATORS
           PERFORM RESET-LABEL-HASH
           PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-CNT
             PERFORM BUILD-OPERATOR-ROW
             MOVE FEED-LINE TO MLBL-DATA
             PERFORM ADD-LABEL-HASH
           END-PERFORM
           PERFORM CHECK-DIM-CHANGE
           IF ENTRY-FOUND
             PERFORM OPEN-FEED-FILE
             PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-CNT
               PERFORM BUILD-OPERATOR-ROW
               PERFORM WRITE-FEED-DETAIL
             END-PERFORM
             PERFORM CLOSE-FEED-FILE
           END-IF
           .

       BUILD-OPERATOR-ROW SECTION.
           MOVE SPACES TO FEED-LINE
           MOVE 'D' TO FEED-LINE(1:1)
           MOVE OP-OPER(OP-IX) TO FEED-LINE(3:8)
           MOVE OP-ENROLLED(OP-IX) TO FEED-LINE(12:1)
           MOVE OP-LOCKED(OP-IX) TO FEED-LINE(14:1)
           MOVE OP-FUNCS(OP-IX) TO FEED-LINE(16:3)
           MOVE OP-FUNCS(OP-IX) TO FL-AMT
           MOVE 0 TO REC-DATE
           .

      *> Enrolled operators from the credential master, then every
      *> operator named on the permissions master - a wildcard '*'
      *> rule is not a person and is left out. Only the PIN state
      *> is carried, never the hash.
       LOAD-OPERATORS SECTION.
           MOVE 'C' TO OPERCRED-FLAG
           OPEN INPUT OPERCRED
           IF OPERCRED-FS = '00'
             PERFORM READ-OPERCRED-REC
             PERFORM UNTIL OPERCRED-EOF
               IF OPERCRED-REC(1:1) NOT = '*'
                  AND OPERCRED-REC(1:8) NOT = SPACES
                 MOVE OPERCRED-REC(1:8) TO LOG-WRK-REC(1:8)
                 PERFORM FIND-OPERATOR
                 IF OP-IX > 0
                   MOVE 'Y' TO OP-ENROLLED(OP-IX)
                   IF OPERCRED-REC(32:1) = 'Y'
                     MOVE 'Y' TO OP-LOCKED(OP-IX)
                   END-IF
                 END-IF
               END-IF
               PERFORM READ-OPERCRED-REC
             END-PERFORM
             CLOSE OPERCRED
           END-IF

           MOVE 'C' TO OPERAUTH-FLAG
           OPEN INPUT OPERAUTH
           IF OPERAUTH-FS = '00'
             PERFORM READ-OPERAUTH-REC
             PERFORM UNTIL OPERAUTH-EOF
               IF OPERAUTH-REC(1:1) NOT = '*'
                  AND OPERAUTH-REC(1:8) NOT = SPACES
                  AND OPERAUTH-REC(10:14) NOT = SPACES
                 MOVE OPERAUTH-REC(1:8) TO LOG-WRK-REC(1:8)
                 PERFORM FIND-OPERATOR
                 IF OP-IX > 0
                   ADD 1 TO OP-FUNCS(OP-IX)
                 END-IF
               END-IF
               PERFORM READ-OPERAUTH-REC
             END-PERFORM
             CLOSE OPERAUTH
           END-IF
           .

      *> The operator in LOG-WRK-REC(1:8), added if new; OP-IX 0
      *> when the table is full.
       FIND-OPERATOR SECTION.
           PERFORM VARYING OP-IX FROM 1 BY 1 UNTIL OP-IX > OP-CNT
             IF OP-OPER(OP-IX) = LOG-WRK-REC(1:8)
               EXIT SECTION
             END-IF
           END-PERFORM
           IF OP-CNT < 500
             ADD 1 TO OP-CNT
             MOVE OP-CNT TO OP-IX
             MOVE LOG-WRK-REC(1:8) TO OP-OPER(OP-IX)
             MOVE 'N' TO OP-ENROLLED(OP-IX) OP-LOCKED(OP-IX)
             MOVE 0 TO OP-FUNCS(OP-IX)
           ELSE
             MOVE 0 TO OP-IX
           END-IF
           .

       FEED-PROGRAM-DIM SECTION.
           MOVE 7 TO HW-IX
           MOVE 'WHDPROG.txt' TO FEED-DSN
           MOVE 'WHDPROG' TO FEED-KEY
           PERFORM LOAD-PROGRAMS
           PERFORM RESET-LABEL-HASH
           PERFORM VARYING PG-IX FROM 1 BY 1 UNTIL PG-IX > PG-CNT
             PERFORM BUILD-PROGRAM-ROW
             MOVE FEED-LINE TO MLBL-DATA
             PERFORM ADD-LABEL-HASH
           END-PERFORM
           PERFORM CHECK-DIM-CHANGE
           IF ENTRY-FOUND
             PERFORM OPEN-FEED-FILE
             PERFORM VARYING PG-IX FROM 1 BY 1 UNTIL PG-IX > PG-CNT
               PERFORM BUILD-PROGRAM-ROW
               PERFORM WRITE-FEED-DETAIL
             END-PERFORM
             PERFORM CLOSE-FEED-FILE
           END-IF
           .

       BUILD-PROGRAM-ROW SECTION.
           MOVE SPACES TO FEED-LINE
           MOVE 'D' TO FEED-LINE(1:1)
           MOVE PG-PGM(PG-IX) TO FEED-LINE(3:8)
           MOVE PG-YEAR(PG-IX) TO FEED-LINE(12:4)
           MOVE PG-DAY(PG-IX) TO FEED-LINE(17:2)
           MOVE PG-STEP(PG-IX) TO FEED-LINE(20:1)
           MOVE PG-BUILD(PG-IX) TO FEED-LINE(22:16)
           MOVE PG-EFF(PG-IX) TO FEED-LINE(39:8)
           COMPUTE FL-AMT = PG-YEAR(PG-IX) * 100 + PG-DAY(PG-IX)
           MOVE 0 TO REC-DATE
           .

      *> One row per catalog program (a two-part day is one program
      *> or two), carrying the latest build the release register
      *> has in effect for it today.
       LOAD-PROGRAMS SECTION.
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > STAR-CNT
             MOVE 'N' TO FOUND-FLAG
             PERFORM VARYING PG-IX FROM 1 BY 1 UNTIL PG-IX > PG-CNT
                                                  OR ENTRY-FOUND
               IF PG-PGM(PG-IX) = SD-PGM(SDX)
                 SET ENTRY-FOUND TO TRUE
               END-IF
             END-PERFORM
             IF NOT ENTRY-FOUND AND PG-CNT < 100
               ADD 1 TO PG-CNT
               MOVE SD-PGM(SDX) TO PG-PGM(PG-CNT)
               MOVE SD-YEAR(SDX) TO PG-YEAR(PG-CNT)
               MOVE SD-DAY(SDX) TO PG-DAY(PG-CNT)
               MOVE 'N' TO PG-STEP(PG-CNT)
               MOVE SPACES TO PG-BUILD(PG-CNT) PG-EFF(PG-CNT)
             END-IF
             IF ENTRY-FOUND
               SUBTRACT 1 FROM PG-IX
             ELSE
               MOVE PG-CNT TO PG-IX
             END-IF
             IF SD-RUN-STEP(SDX)
               MOVE 'Y' TO PG-STEP(PG-IX)
             END-IF
           END-PERFORM

           MOVE 'C' TO RELREG-FLAG
           OPEN INPUT RELREG
           IF RELREG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-RELREG-REC
           PERFORM UNTIL RELREG-EOF
             IF RELREG-REC(1:1) NOT = '*'
                AND RELREG-REC(36:8) IS NUMERIC
                AND RELREG-REC(36:8) NOT > FEED-DATE
               PERFORM VARYING PG-IX FROM 1 BY 1 UNTIL PG-IX > PG-CNT
                 IF PG-PGM(PG-IX) = RELREG-REC(1:8)
                   MOVE RELREG-REC(10:16) TO PG-BUILD(PG-IX)
                   MOVE RELREG-REC(36:8) TO PG-EFF(PG-IX)
                 END-IF
               END-PERFORM
             END-IF
             PERFORM READ-RELREG-REC
           END-PERFORM
           CLOSE RELREG
           .

      *> The calendar grows only forward - dates already sent are
      *> never resent, even when a late record carries one.
       FEED-DATE-DIM SECTION.
           MOVE 8 TO HW-IX
           MOVE HW-MARK(8) TO HW-NEW-MARK(8)
           MOVE 'WHDDATE.txt' TO FEED-DSN
           MOVE 'WHDDATE' TO FEED-KEY
           IF DT-CNT = 0
             PERFORM SKIP-FEED-FILE
             EXIT SECTION
           END-IF
           PERFORM OPEN-FEED-FILE
           PERFORM VARYING DT-IX FROM 1 BY 1 UNTIL DT-IX > DT-CNT
             MOVE DT-DATE(DT-IX) TO CAL-DATE
             COMPUTE CAL-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE)
             COMPUTE CAL-DOW = FUNCTION MOD(CAL-INT - 1, 7) + 1
             COMPUTE CAL-DOY = CAL-INT - FUNCTION INTEGER-OF-DATE(
                 CAL-YEAR * 10000 + 101) + 1
             MOVE SPACES TO FEED-LINE
             MOVE 'D' TO FEED-LINE(1:1)
             MOVE CAL-DATE TO FEED-LINE(3:8)
             MOVE CAL-YEAR TO FEED-LINE(12:4)
             MOVE CAL-MONTH TO FEED-LINE(17:2)
             MOVE CAL-DAY TO FEED-LINE(20:2)
             MOVE CAL-DOW TO FEED-LINE(23:1)
             MOVE CAL-DOY TO FEED-LINE(25:3)
             MOVE CAL-DATE TO FL-AMT
             MOVE 0 TO REC-DATE
             PERFORM WRITE-FEED-DETAIL
           END-PERFORM
           MOVE DT-DATE(DT-CNT) TO HW-NEW-MARK(8)
           PERFORM CLOSE-FEED-FILE
           .

      *> A fact's date (REC-DATE) past the last one sent joins the
      *> date table, kept in order.
       NOTE-FACT-DATE SECTION.
           IF REC-DATE NOT > HW-MARK(8)
              OR FUNCTION TEST-DATE-YYYYMMDD(REC-DATE) NOT = 0
             EXIT SECTION
           END-IF
           PERFORM VARYING DT-IX FROM 1 BY 1 UNTIL DT-IX > DT-CNT
             IF DT-DATE(DT-IX) = REC-DATE
               EXIT SECTION
             END-IF
             IF DT-DATE(DT-IX) > REC-DATE
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF DT-CNT NOT < 3000
             ADD 1 TO DT-DROP
             EXIT SECTION
           END-IF
           PERFORM VARYING DT-JX FROM DT-CNT BY -1 UNTIL DT-JX < DT-IX
             MOVE DT-DATE(DT-JX) TO DT-DATE(DT-JX + 1)
           END-PERFORM
           MOVE REC-DATE TO DT-DATE(DT-IX)
           ADD 1 TO DT-CNT
           .

      *> The fingerprint just taken against the one last sent;
      *> ENTRY-FOUND means the dimension goes out. Either way the
      *> new fingerprint becomes the mark.
       CHECK-DIM-CHANGE SECTION.
           MOVE MLBL-CNT TO DIM-CNT HW-NEW-COUNT(HW-IX)
           MOVE MLBL-HASH TO DIM-HASH HW-NEW-HASH(HW-IX)
           MOVE 'N' TO FOUND-FLAG
           IF FULL-FEED
              OR HW-RUN(HW-IX) = SPACES
              OR DIM-CNT NOT = HW-COUNT(HW-IX)
              OR DIM-HASH NOT = HW-HASH(HW-IX)
             SET ENTRY-FOUND TO TRUE
           ELSE
             PERFORM SKIP-FEED-FILE
           END-IF
           .

      *> --- Feed file plumbing -----------------------------------

       OPEN-FEED-FILE SECTION.
           MOVE 0 TO FL-CNT FL-HASH
           OPEN OUTPUT WHFILE
           MOVE SPACES TO WHFILE-REC
           MOVE 'H' TO WHFILE-REC(1:1)
           MOVE RUN-ID TO WHFILE-REC(2:16)
           MOVE FEED-DATE TO WHFILE-REC(19:8)
           MOVE FEED-TIME TO WHFILE-REC(28:8)
           MOVE 'AOCBATCH' TO WHFILE-REC(37:8)
           MOVE FEED-KEY TO WHFILE-REC(46:8)
           WRITE WHFILE-REC
           .

       WRITE-FEED-DETAIL SECTION.
           ADD 1 TO FL-CNT
           MOVE FEED-LINE TO WHFILE-REC
           WRITE WHFILE-REC
           COMPUTE FL-HASH = FUNCTION MOD(FL-HASH + FL-AMT,
               999999999999999)
           IF REC-DATE > 0
             PERFORM NOTE-FACT-DATE
           END-IF
           .

       CLOSE-FEED-FILE SECTION.
           MOVE SPACES TO WHFILE-REC
           MOVE 'T' TO WHFILE-REC(1:1)
           MOVE FL-CNT TO WHFILE-REC(3:6)
           MOVE FL-HASH TO WHFILE-REC(10:15)
           WRITE WHFILE-REC
           CLOSE WHFILE
           ADD 1 TO MF-CNT SENT-FILES
           MOVE FEED-KEY TO MF-FILE(MF-CNT)
           MOVE 'SENT' TO MF-STATUS(MF-CNT)
           MOVE FL-CNT TO MF-COUNT(MF-CNT)
           MOVE FL-HASH TO MF-HASH(MF-CNT)
           ADD FL-CNT TO TOT-CNT
           COMPUTE TOT-HASH = FUNCTION MOD(TOT-HASH + FL-HASH,
               999999999999999)
           DISPLAY 'WHSEFEED: ' FEED-KEY ' SENT ' FL-CNT
                   ' RECORD(S)'
           .

      *> A dimension that did not change is not sent; last feed's
      *> copy is removed so the warehouse cannot reload it.
       SKIP-FEED-FILE SECTION.
           CALL 'CBL_DELETE_FILE' USING FEED-DSN
           END-CALL
           ADD 1 TO MF-CNT
           MOVE FEED-KEY TO MF-FILE(MF-CNT)
           MOVE 'UNCHANGED' TO MF-STATUS(MF-CNT)
           MOVE 0 TO MF-COUNT(MF-CNT) MF-HASH(MF-CNT)
           DISPLAY 'WHSEFEED: ' FEED-KEY ' UNCHANGED - NOT SENT'
           .

       WRITE-MANIFEST SECTION.
           MOVE 'WHSEMAN.txt' TO FEED-DSN
           MOVE 'WHSEMAN' TO FEED-KEY
           OPEN OUTPUT WHFILE
           MOVE SPACES TO WHFILE-REC
           MOVE 'H' TO WHFILE-REC(1:1)
           MOVE RUN-ID TO WHFILE-REC(2:16)
           MOVE FEED-DATE TO WHFILE-REC(19:8)
           MOVE FEED-TIME TO WHFILE-REC(28:8)
           MOVE 'AOCBATCH' TO WHFILE-REC(37:8)
           MOVE FEED-KEY TO WHFILE-REC(46:8)
           WRITE WHFILE-REC
           PERFORM VARYING MF-IX FROM 1 BY 1 UNTIL MF-IX > MF-CNT
             MOVE SPACES TO WHFILE-REC
             MOVE 'D' TO WHFILE-REC(1:1)
             MOVE MF-FILE(MF-IX) TO WHFILE-REC(3:8)
             MOVE MF-STATUS(MF-IX) TO WHFILE-REC(12:9)
             MOVE MF-COUNT(MF-IX) TO WHFILE-REC(22:6)
             MOVE MF-HASH(MF-IX) TO WHFILE-REC(29:15)
             WRITE WHFILE-REC
           END-PERFORM
           MOVE SPACES TO WHFILE-REC
           MOVE 'T' TO WHFILE-REC(1:1)
           MOVE TOT-CNT TO WHFILE-REC(3:6)
           MOVE TOT-HASH TO WHFILE-REC(10:15)
           WRITE WHFILE-REC
           CLOSE WHFILE
           .

      *> The handoff goes on the MIS interface-control log with the
      *> manifest's totals - what MISACK.cbl matches the warehouse's
      *> acknowledgment against.
       LOG-HANDOFF SECTION.
           OPEN EXTEND MISIFLOG
           IF MISIFLOG-FS = '35'
             OPEN OUTPUT MISIFLOG
           END-IF
           MOVE SPACES TO MISIFLOG-REC
           MOVE FEED-DATE TO MISIFLOG-REC(1:8)
           MOVE FEED-TIME TO MISIFLOG-REC(10:8)
           MOVE RUN-ID TO MISIFLOG-REC(19:16)
           MOVE 'SENT' TO MISIFLOG-REC(36:9)
           MOVE TOT-CNT TO MISIFLOG-REC(46:6)
           MOVE TOT-HASH TO MISIFLOG-REC(53:15)
           MOVE 'WHSEFEED' TO MISIFLOG-REC(69:8)
           WRITE MISIFLOG-REC
           CLOSE MISIFLOG
           .

       TELL-FEED SECTION.
           MOVE 'WHSEFEED' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE 'WH0001' TO MSG-ID
           MOVE 'I' TO MSG-SEV
           MOVE SPACES TO MSG-TEXT
           STRING 'WAREHOUSE FEED ' SENT-FILES ' FILE(S), '
                  TOT-CNT ' RECORD(S), HASH ' TOT-HASH
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF DT-DROP > 0
             MOVE 'WH0002' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             MOVE SPACES TO MSG-TEXT
             STRING DT-DROP ' FACT DATE(S) PAST 3000 LEFT OFF THE '
                    'DATE DIMENSION'
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-WHSEHWM-REC SECTION.
           READ WHSEHWM
           PERFORM UNTIL WHSEHWM-FS NOT = '00'
                      OR WHSEHWM-REC(1:1) NOT = '*'
             READ WHSEHWM
           END-PERFORM
           IF WHSEHWM-FS NOT = '00'
             SET WHSEHWM-EOF TO TRUE
           END-IF
           .

       READ-ANSHIST-REC SECTION.
           READ ANSHIST
           PERFORM UNTIL ANSHIST-FS NOT = '00'
                      OR ANSHIST-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE ANSHIST-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ ANSHIST
           END-PERFORM
           IF ANSHIST-FS NOT = '00'
             SET ANSHIST-EOF TO TRUE
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

       READ-SUBLOG-REC SECTION.
           READ SUBLOG
           IF SUBLOG-FS NOT = '00'
             SET SUBLOG-EOF TO TRUE
           END-IF
           .

       READ-OPERCRED-REC SECTION.
           READ OPERCRED
           IF OPERCRED-FS NOT = '00'
             SET OPERCRED-EOF TO TRUE
           END-IF
           .

       READ-OPERAUTH-REC SECTION.
           READ OPERAUTH
           IF OPERAUTH-FS NOT = '00'
             SET OPERAUTH-EOF TO TRUE
           END-IF
           .

       READ-RELREG-REC SECTION.
           READ RELREG
           IF RELREG-FS NOT = '00'
             SET RELREG-EOF TO TRUE
           END-IF
           .

       COPY PZLCRD.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY ASEGRD.

       COPY LSEGRD.

       COPY SBOXRS.

       COPY MLBLCK.
