       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.

      *> Monthly long-term report archive. HOUSEKP.cbl deletes report
      *> generations once they pass the RPTGEN retention in
      *> RETNPOL.txt (default 30 days), and then they were gone -
      *> yet the auditors ask for a CERTRPT or RECONRPT from eight
      *> months back. Run once a month ahead of the purges, this
      *> finds every cataloged generation still on disk, not yet
      *> archived, that will age out before the next monthly run
      *> (dated earlier than today less the retention plus
      *> RPTARCH_AHEAD days, default 31), and packs it into the
      *> archive bundle for its report family and month,
      *> RPTARC_pgm_rpt_yyyymm.txt (layout in RARCFD.cpy). Each run
      *> appends one segment - header, member index, members,
      *> trailer - so a month archived over two runs is still one
      *> bundle.
      *>
      *> The report catalog RPTCAT.txt is then rewritten with each
      *> packed generation's bundle in ARCH-DSN (RPGNFD.cpy), which
      *> is how RPTVIEW and RPTSRCH find a generation after its loose
      *> file is purged. The rewrite holds the run interlock, so no
      *> run can catalog a new generation underneath it; a sandbox
      *> session is refused, since the cloned catalog names
      *> production files. The disposition report is family RPTARCH
      *> through PRTSRV. A generation that could not be packed
      *> raises AR0002 and ends RC 4; a clean run logs AR0001.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETNPOL ASSIGN TO 'RETNPOL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RETNPOL-FS.

           SELECT RPTCATW ASSIGN TO DYNAMIC CATW-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPTCATW-FS.

           COPY RPGNSEL.

           COPY RARCSEL.

           COPY LOCKSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  RETNPOL.
       01  RETNPOL-REC        PIC X(32).

       FD  RPTCATW.
       01  RPTCATW-REC        PIC X(200).

       COPY RPGNFD.

       COPY RARCFD.

       COPY LOCKFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           COPY RARCWS.
           COPY LOCKWS.
           COPY AUDTWS.
           05 RETNPOL-FS      PIC XX.
           05 RPTCATW-FS      PIC XX.
           05 CATW-DSN        PIC X(80).
           05 POL-FAMILY      PIC X(8).
           05 POL-DAYS-TXT    PIC X(8).
           05 AHEAD-TEXT      PIC X(4).
           05 RPTGEN-DAYS     PIC 9(4).
           05 AHEAD-DAYS      PIC 9(4).
           05 TODAY-DATE      PIC 9(8).
           05 CUTOFF-INT      PIC S9(9) COMP.
           05 CUTOFF-DATE     PIC 9(8).
           05 ARCH-DATE       PIC 9(8).
           05 ARCH-TIME       PIC 9(8).
           05 CAT-RECNO       PIC 9(6).
           05 SEG-MEMBERS     PIC 9(4).
           05 SEG-LINES       PIC 9(9).
           05 ARCH-CNT        PIC 9(4).
           05 FAIL-CNT        PIC 9(4).
           05 BUNDLE-CNT      PIC 9(4).
           05 LINES-ED        PIC ZZZZZZZ9.
           05 EXIST-STAT      PIC 9(9) COMP-5.
           05 COPY-STATUS     PIC 9(9) COMP-5.
           05 DEL-STATUS      PIC 9(9) COMP-5.
      *> The generations to pack, in catalog order. CD-STATE: P
      *> pending, A packed, F could not be packed.
           05 CD-CNT          PIC S9(4) COMP VALUE 0.
           05 CD-IX           PIC S9(4) COMP.
           05 LEAD-IX         PIC S9(4) COMP.
           05 CD-TBL.
              10 CD-ENT OCCURS 1000 TIMES.
                 15 CD-RECNO  PIC 9(6).
                 15 CD-PGM    PIC X(8).
                 15 CD-RPT    PIC X(12).
                 15 CD-GEN    PIC X(4).
                 15 CD-DATE   PIC X(8).
                 15 CD-TIME   PIC X(8).
                 15 CD-RUN-ID PIC X(16).
                 15 CD-DSN    PIC X(80).
                 15 CD-BUNDLE PIC X(40).
                 15 CD-LINES  PIC 9(8).
                 15 CD-STATE  PIC X.
                    88 CD-PENDING         VALUE 'P'.
                    88 CD-PACKED          VALUE 'A'.
                    88 CD-FAILED          VALUE 'F'.

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

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 RETNPOL-FLAG    PIC X   VALUE 'C'.
              88 RETNPOL-EOF          VALUE 'E'.
           05 RPTCAT-RD-FLAG  PIC X   VALUE 'C'.
              88 RPTCAT-RD-EOF        VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

           IF SANDBOX-ACTIVE
             DISPLAY 'RPTARCH: SANDBOX MODE IS ACTIVE - THE '
                     'CLONED CATALOG STILL NAMES PRODUCTION '
                     'REPORTS, SO THE ARCHIVE IS REFUSED IN THE '
                     'SANDBOX; UNSET SANDBOX_MODE TO ARCHIVE'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 'RPTARCH' TO LOCK-PGM
           PERFORM TAKE-RUN-LOCK
           IF LOCK-REFUSED
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE 'RPTARCH' TO AUDT-PGM RPGN-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           PERFORM GET-CUTOFF
           ACCEPT ARCH-DATE FROM DATE YYYYMMDD
           ACCEPT ARCH-TIME FROM TIME

           MOVE 'RPTARCH' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE SPACES TO PRT-TITLE
           STRING 'REPORT ARCHIVE - GENERATIONS DATED BEFORE '
                  CUTOFF-DATE
                  DELIMITED BY SIZE INTO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'PROGRAM  FAMILY       GEN  DATE          LINES'
                  '             DISPOSITION'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM FIND-CANDIDATES
           PERFORM VARYING LEAD-IX FROM 1 BY 1 UNTIL LEAD-IX > CD-CNT
             IF CD-PENDING(LEAD-IX)
               PERFORM PACK-ONE-BUNDLE
             END-IF
           END-PERFORM
           IF ARCH-CNT > 0
             PERFORM REWRITE-RPTCAT
           END-IF

           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-ARCH-LINE
           MOVE SPACES TO PRT-LINE
           STRING ARCH-CNT ' GENERATION(S) PACKED INTO ' BUNDLE-CNT
                  ' BUNDLE SEGMENT(S), ' FAIL-CNT ' NOT PACKED'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-ARCH-TOTAL
           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM TELL-ARCHIVE
           DISPLAY 'RPTARCH: ' ARCH-CNT ' GENERATION(S) ARCHIVED, '
                   FAIL-CNT ' NOT - REPORT IN ' FUNCTION TRIM(PRT-DSN)

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           PERFORM RELEASE-RUN-LOCK
           GOBACK
           .

      *> The RPTGEN retention HOUSEKP will apply, read the same way
      *> (absent or unreadable policy leaves its 30-day default).
       GET-CUTOFF SECTION.
           MOVE 30 TO RPTGEN-DAYS
           MOVE 'C' TO RETNPOL-FLAG
           OPEN INPUT RETNPOL
           IF RETNPOL-FS = '00'
             PERFORM READ-RETNPOL-REC
             PERFORM UNTIL RETNPOL-EOF
               MOVE SPACES TO POL-FAMILY POL-DAYS-TXT
               UNSTRING RETNPOL-REC DELIMITED BY ','
                   INTO POL-FAMILY POL-DAYS-TXT
               IF POL-FAMILY = 'RPTGEN'
                  AND POL-DAYS-TXT NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(POL-DAYS-TXT) = 0
                 COMPUTE RPTGEN-DAYS = FUNCTION NUMVAL(POL-DAYS-TXT)
               END-IF
               PERFORM READ-RETNPOL-REC
             END-PERFORM
             CLOSE RETNPOL
           END-IF

           MOVE 31 TO AHEAD-DAYS
           MOVE SPACES TO AHEAD-TEXT
           ACCEPT AHEAD-TEXT FROM ENVIRONMENT 'RPTARCH_AHEAD'
           IF AHEAD-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(AHEAD-TEXT) = 0
             COMPUTE AHEAD-DAYS = FUNCTION NUMVAL(AHEAD-TEXT)
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE CUTOFF-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
                                - RPTGEN-DAYS + AHEAD-DAYS
           COMPUTE CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
           .

      *> Generations of this program's own disposition report are
      *> packed like any other family's - it ages out the same way -
      *> except the one this run is still writing.
       FIND-CANDIDATES SECTION.
           MOVE 0 TO CAT-RECNO
           MOVE 'C' TO RPTCAT-RD-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS NOT = '00'
             DISPLAY 'RPTARCH: NO REPORT CATALOG RPTCAT.TXT - '
                     'NOTHING TO ARCHIVE'
             EXIT SECTION
           END-IF
           PERFORM READ-RPTCAT-ARCH-REC
           PERFORM UNTIL RPTCAT-RD-EOF
             ADD 1 TO CAT-RECNO
             IF RPTCAT-REC(23:4) IS NUMERIC
                AND RPTCAT-REC(185:4) NOT = 'HTML'
                AND RPTCAT-REC(28:8) IS NUMERIC
                AND RPTCAT-REC(28:8) < CUTOFF-DATE
                AND RPTCAT-REC(144:40) = SPACES
                AND RPTCAT-REC(46:16) NOT = RUN-ID
               MOVE RPTCAT-REC(63:80) TO RARC-MEMB-DSN
               CALL 'CBL_CHECK_FILE_EXIST' USING RARC-MEMB-DSN
                   FILE-INFO
                   RETURNING EXIST-STAT
               IF EXIST-STAT = 0
                 PERFORM NOTE-CANDIDATE
               END-IF
             END-IF
             PERFORM READ-RPTCAT-ARCH-REC
           END-PERFORM
           CLOSE RPTCAT
           .

       NOTE-CANDIDATE SECTION.
           IF CD-CNT NOT < 1000
             ADD 1 TO FAIL-CNT
             MOVE SPACES TO PRT-LINE
             STRING RPTCAT-REC(1:8) ' ' RPTCAT-REC(10:12) ' '
                    RPTCAT-REC(23:4) ' ' RPTCAT-REC(28:8)
                    '           OVER 1000 THIS RUN - LEFT FOR THE '
                    'NEXT RUN'
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-ARCH-LINE
             EXIT SECTION
           END-IF
           ADD 1 TO CD-CNT
           MOVE CAT-RECNO TO CD-RECNO(CD-CNT)
           MOVE RPTCAT-REC(1:8) TO CD-PGM(CD-CNT)
           MOVE RPTCAT-REC(10:12) TO CD-RPT(CD-CNT)
           MOVE RPTCAT-REC(23:4) TO CD-GEN(CD-CNT)
           MOVE RPTCAT-REC(28:8) TO CD-DATE(CD-CNT)
           MOVE RPTCAT-REC(37:8) TO CD-TIME(CD-CNT)
           MOVE RPTCAT-REC(46:16) TO CD-RUN-ID(CD-CNT)
           MOVE RPTCAT-REC(63:80) TO CD-DSN(CD-CNT)
           MOVE 0 TO CD-LINES(CD-CNT)
           SET CD-PENDING(CD-CNT) TO TRUE
           MOVE SPACES TO CD-BUNDLE(CD-CNT)
           STRING 'RPTARC_' FUNCTION TRIM(RPTCAT-REC(1:8)) '_'
                  FUNCTION TRIM(RPTCAT-REC(10:12)) '_'
                  RPTCAT-REC(28:6) '.txt'
                  DELIMITED BY SIZE INTO CD-BUNDLE(CD-CNT)
           .

      *> One segment for the bundle LEAD-IX belongs to, holding every
      *> pending generation bound for the same bundle. Each member is
      *> read once to count it for the index and once to copy it; one
      *> that cannot be read at the first pass stays loose.
       PACK-ONE-BUNDLE SECTION.
           MOVE 0 TO SEG-MEMBERS SEG-LINES
           PERFORM VARYING CD-IX FROM LEAD-IX BY 1 UNTIL CD-IX > CD-CNT
             IF CD-PENDING(CD-IX)
                AND CD-BUNDLE(CD-IX) = CD-BUNDLE(LEAD-IX)
               PERFORM MEASURE-MEMBER
             END-IF
           END-PERFORM
           IF SEG-MEMBERS = 0
             EXIT SECTION
           END-IF

           MOVE CD-BUNDLE(LEAD-IX) TO RARC-DSN
           OPEN EXTEND RPTARCB
           IF RPTARCB-FS = '35'
             OPEN OUTPUT RPTARCB
           END-IF
           IF RPTARCB-FS NOT = '00'
             PERFORM VARYING CD-IX FROM LEAD-IX BY 1
                       UNTIL CD-IX > CD-CNT
               IF CD-PENDING(CD-IX)
                  AND CD-BUNDLE(CD-IX) = CD-BUNDLE(LEAD-IX)
                 SET CD-FAILED(CD-IX) TO TRUE
                 ADD 1 TO FAIL-CNT
                 MOVE SPACES TO PRT-LINE
                 STRING 'BUNDLE NOT WRITABLE, FILE STATUS '
                        RPTARCB-FS
                        DELIMITED BY SIZE INTO PRT-LINE(60:40)
                 PERFORM PRINT-MEMBER-LINE
               END-IF
             END-PERFORM
             EXIT SECTION
           END-IF

           MOVE SPACES TO RPTARCB-REC
           MOVE 'A' TO RPTARCB-REC(1:1)
           MOVE CD-PGM(LEAD-IX) TO RPTARCB-REC(3:8)
           MOVE CD-RPT(LEAD-IX) TO RPTARCB-REC(12:12)
           MOVE CD-DATE(LEAD-IX)(1:6) TO RPTARCB-REC(25:6)
           MOVE ARCH-DATE TO RPTARCB-REC(32:8)
           MOVE ARCH-TIME TO RPTARCB-REC(41:8)
           MOVE RUN-ID TO RPTARCB-REC(50:16)
           MOVE SEG-MEMBERS TO RPTARCB-REC(67:4)
           WRITE RPTARCB-REC

           PERFORM VARYING CD-IX FROM LEAD-IX BY 1 UNTIL CD-IX > CD-CNT
             IF CD-PENDING(CD-IX)
                AND CD-BUNDLE(CD-IX) = CD-BUNDLE(LEAD-IX)
               MOVE 'I' TO RPTARCB-REC(1:1)
               PERFORM FORMAT-MEMBER-FACTS
               WRITE RPTARCB-REC
             END-IF
           END-PERFORM

           PERFORM VARYING CD-IX FROM LEAD-IX BY 1 UNTIL CD-IX > CD-CNT
             IF CD-PENDING(CD-IX)
                AND CD-BUNDLE(CD-IX) = CD-BUNDLE(LEAD-IX)
               MOVE 'M' TO RPTARCB-REC(1:1)
               PERFORM FORMAT-MEMBER-FACTS
               WRITE RPTARCB-REC
               PERFORM COPY-MEMBER
               SET CD-PACKED(CD-IX) TO TRUE
               ADD 1 TO ARCH-CNT
               MOVE SPACES TO PRT-LINE
               STRING 'PACKED INTO ' CD-BUNDLE(CD-IX)
                      DELIMITED BY SIZE INTO PRT-LINE(60:52)
               PERFORM PRINT-MEMBER-LINE
             END-IF
           END-PERFORM

           MOVE SPACES TO RPTARCB-REC
           MOVE 'T' TO RPTARCB-REC(1:1)
           MOVE SEG-MEMBERS TO RPTARCB-REC(3:4)
           MOVE SEG-LINES TO RPTARCB-REC(8:9)
           WRITE RPTARCB-REC
           CLOSE RPTARCB
           ADD 1 TO BUNDLE-CNT
           .

       MEASURE-MEMBER SECTION.
           MOVE CD-DSN(CD-IX) TO RARC-MEMB-DSN
           MOVE 'C' TO RPTARCM-FLAG
           OPEN INPUT RPTARCM
           IF RPTARCM-FS NOT = '00'
             SET CD-FAILED(CD-IX) TO TRUE
             ADD 1 TO FAIL-CNT
             MOVE SPACES TO PRT-LINE
             STRING 'NOT READABLE, FILE STATUS ' RPTARCM-FS
                    DELIMITED BY SIZE INTO PRT-LINE(60:40)
             PERFORM PRINT-MEMBER-LINE
             EXIT SECTION
           END-IF
           PERFORM READ-RPTARCM-REC
           PERFORM UNTIL RPTARCM-EOF
             ADD 1 TO CD-LINES(CD-IX)
             PERFORM READ-RPTARCM-REC
           END-PERFORM
           CLOSE RPTARCM
           ADD 1 TO SEG-MEMBERS
           ADD CD-LINES(CD-IX) TO SEG-LINES
           .

       FORMAT-MEMBER-FACTS SECTION.
           MOVE SPACES TO RPTARCB-REC(2:139)
           MOVE CD-GEN(CD-IX) TO RPTARCB-REC(3:4)
           MOVE CD-DATE(CD-IX) TO RPTARCB-REC(8:8)
           MOVE CD-TIME(CD-IX) TO RPTARCB-REC(17:8)
           MOVE CD-RUN-ID(CD-IX) TO RPTARCB-REC(26:16)
           MOVE CD-LINES(CD-IX) TO RPTARCB-REC(43:8)
           MOVE CD-DSN(CD-IX) TO RPTARCB-REC(52:80)
           .

       COPY-MEMBER SECTION.
           MOVE CD-DSN(CD-IX) TO RARC-MEMB-DSN
           MOVE 'C' TO RPTARCM-FLAG
           OPEN INPUT RPTARCM
           IF RPTARCM-FS = '00'
             PERFORM READ-RPTARCM-REC
             PERFORM UNTIL RPTARCM-EOF
               MOVE SPACES TO RPTARCB-REC
               MOVE 'D' TO RPTARCB-REC(1:1)
               MOVE RPTARCM-REC TO RPTARCB-REC(3:132)
               WRITE RPTARCB-REC
               PERFORM READ-RPTARCM-REC
             END-PERFORM
             CLOSE RPTARCM
           END-IF
           .

      *> Packed generations get their bundle in ARCH-DSN; every other
      *> record is copied as it stood, the catalog's header label
      *> first. The work copy replaces the catalog only once it is
      *> complete.
       REWRITE-RPTCAT SECTION.
           MOVE 'RPTCAT_ARCWORK.txt' TO CATW-DSN
           OPEN OUTPUT RPTCATW
           IF RPTCATW-FS NOT = '00'
             PERFORM CATALOG-NOT-UPDATED
             EXIT SECTION
           END-IF
           MOVE 0 TO CAT-RECNO
           MOVE 1 TO CD-IX
           MOVE 'C' TO RPTCAT-RD-FLAG
           MOVE SPACES TO MLBL-HDR-REC
           OPEN INPUT RPTCAT
           PERFORM READ-RPTCAT-ARCH-REC
           IF MLBL-HDR-REC NOT = SPACES
             MOVE MLBL-HDR-REC TO RPTCATW-REC
             WRITE RPTCATW-REC
           END-IF
           PERFORM UNTIL RPTCAT-RD-EOF
             ADD 1 TO CAT-RECNO
             PERFORM UNTIL CD-IX > CD-CNT
                        OR CD-RECNO(CD-IX) NOT < CAT-RECNO
               ADD 1 TO CD-IX
             END-PERFORM
             IF CD-IX NOT > CD-CNT
                AND CD-RECNO(CD-IX) = CAT-RECNO
                AND CD-PACKED(CD-IX)
               MOVE CD-BUNDLE(CD-IX) TO RPTCAT-REC(144:40)
             END-IF
             MOVE RPTCAT-REC TO RPTCATW-REC
             WRITE RPTCATW-REC
             PERFORM READ-RPTCAT-ARCH-REC
           END-PERFORM
           CLOSE RPTCAT RPTCATW

           CALL 'CBL_COPY_FILE' USING CATW-DSN RPTCAT-DSN
               RETURNING COPY-STATUS
           IF COPY-STATUS NOT = 0
             PERFORM CATALOG-NOT-UPDATED
           ELSE
             CALL 'CBL_DELETE_FILE' USING CATW-DSN
                 RETURNING DEL-STATUS
           END-IF
           .

      *> The bundles stand; only the catalog's pointers are missing,
      *> and a re-run would pack the same generations again.
       CATALOG-NOT-UPDATED SECTION.
           DISPLAY 'RPTARCH: RPTCAT.TXT COULD NOT BE REWRITTEN - THE '
                   'BUNDLES ARE WRITTEN BUT THE CATALOG DOES NOT NAME '
                   'THEM YET'
           MOVE SPACES TO PRT-LINE
           STRING 'REPORT CATALOG NOT UPDATED - BUNDLES WRITTEN, '
                  'CATALOG POINTERS MISSING'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-ARCH-LINE
           MOVE 8 TO RETURN-CODE
           .

      *> The disposition text is already in PRT-LINE(60:); the
      *> generation's facts go in front of it.
       PRINT-MEMBER-LINE SECTION.
           MOVE CD-PGM(CD-IX) TO PRT-LINE(1:8)
           MOVE CD-RPT(CD-IX) TO PRT-LINE(10:12)
           MOVE CD-GEN(CD-IX) TO PRT-LINE(23:4)
           MOVE CD-DATE(CD-IX) TO PRT-LINE(28:8)
           MOVE CD-LINES(CD-IX) TO LINES-ED
           MOVE LINES-ED TO PRT-LINE(39:8)
           PERFORM PRINT-ARCH-LINE
           .

       TELL-ARCHIVE SECTION.
           MOVE 'RPTARCH' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           IF FAIL-CNT > 0
             MOVE 'AR0002' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             STRING FAIL-CNT ' REPORT GENERATION(S) COULD NOT BE '
                    'ARCHIVED BEFORE THEIR PURGE'
                    DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
             MOVE 'AR0001' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING ARCH-CNT ' REPORT GENERATION(S) ARCHIVED INTO '
                    BUNDLE-CNT ' BUNDLE SEGMENT(S)'
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF FAIL-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       PRINT-ARCH-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-ARCH-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-RETNPOL-REC SECTION.
           READ RETNPOL
           IF RETNPOL-FS NOT = '00'
             SET RETNPOL-EOF TO TRUE
           END-IF
           .

       READ-RPTCAT-ARCH-REC SECTION.
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
                      OR RPTCAT-REC(1:1) NOT = '*'
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RPTCAT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ RPTCAT
           END-PERFORM
           IF RPTCAT-FS NOT = '00'
             SET RPTCAT-RD-EOF TO TRUE
           END-IF
           .

       READ-RPTARCM-REC SECTION.
           READ RPTARCM
           IF RPTARCM-FS NOT = '00'
             SET RPTARCM-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY LOCKTK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY SBOXRS.

       COPY MLBLCK.
