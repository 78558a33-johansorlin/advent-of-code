      *> STATUS(37:9) DISP-DATE(47:8) DISP-TIME(56:8) OPER(65:8)
      *> NOTE(74:40) - the latest record for a key wins, so a
      *> REVIEWED exception can later be marked RESOLVED.
      *>
      *> RESOLVED alone proves nothing about what was done to the
      *> input. The repair screen shows an exception's record image
      *> for correction and queues the corrected image on the
      *> repair file (REPRSEL.cpy) keyed by program, run id and
      *> line, marking the exception REVIEWED; the program's next
      *> run overlays it onto its input (REPRRD.cpy) and records it
      *> APPLIED with both images, and an APPLIED repair counts
      *> here as the exception's RESOLVED disposition. Only the
      *> programs on REPR-PGM-LST reject whole input records - the
      *> rest log a description, not a line that could be fixed.
      *>
      *> The latest record for a key wins, so two workbench sessions
      *> could each append over the other's judgement unseen. The
      *> session holds the edit lease on both files (LEASCK.cpy)
      *> and nothing is appended when either has changed since it
      *> was loaded - the workbench reloads both instead, and the
      *> operator sees the exception as it now stands.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY EXCMSEL.

           COPY REPRSEL.

           SELECT EXCPDISP ASSIGN TO 'EXCPDISP.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCPDISP-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY EXCMFD.

       COPY REPRFD.

       FD  EXCPDISP.
       01  EXCPDISP-REC       PIC X(120).

       01  WORKSPACE.
           COPY EXCMWS.
           COPY RUNIWS.
           COPY MNTSWS.
           COPY RPGNWS.
           05 EXCPDISP-FS     PIC XX.
           05 EXCPREPR-FS     PIC XX.
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 KEY-PGM         PIC X(8).
                 15 DK-TIME   PIC 9(8).
                 15 DK-LINE   PIC 9(8).
                 15 DK-STATUS PIC X(9).
           05 EXC-RUN-ID      PIC X(16).
           05 EXC-REASON      PIC X(8).
           05 EXC-IMAGE       PIC X(80).
           05 NEW-IMAGE       PIC X(80).
           05 REPR-DATE       PIC 9(8).
           05 REPR-TIME       PIC 9(8).
           05 RK-IX           PIC S9(4) COMP.
           05 RK-CNT          PIC S9(4) COMP VALUE 0.
           05 PEND-CNT        PIC 9(6).
      *> The versions of the two files this session has loaded.
           05 DISP-LOADED     PIC X(25).
           05 REPR-LOADED     PIC X(25).
      *> Loaded repair keys; the latest record for a key wins.
           05 REPR-TBL.
              10 REPR-ENT OCCURS 500 TIMES.
                 15 RK-PGM      PIC X(8).
                 15 RK-RUN-ID   PIC X(16).
                 15 RK-LINE     PIC 9(8).
                 15 RK-STATUS   PIC X(8).
                 15 RK-EXC-DATE PIC X(8).
                 15 RK-EXC-TIME PIC X(8).
                 15 RK-OPER     PIC X(8).
                 15 RK-APPL-RUN PIC X(16).
                 15 RK-NEW      PIC X(80).

       COPY PRTCWS.

      *> The programs whose exceptions carry the rejected input
      *> record itself, and so can be repaired by overlay. Kept in
      *> its own 01 group so an INITIALIZE of WORKSPACE cannot
      *> blank the VALUEs away.
       01  REPR-PGM-VALUES.
           05 FILLER          PIC X(8) VALUE 'DAY1PZL1'.
           05 FILLER          PIC X(8) VALUE 'DAY1PZL2'.
           05 FILLER          PIC X(8) VALUE 'DAY2PZL1'.
           05 FILLER          PIC X(8) VALUE 'DAY2PZL2'.
           05 FILLER          PIC X(8) VALUE 'DAY3PZL1'.
           05 FILLER          PIC X(8) VALUE 'DAY3PZL2'.
           05 FILLER          PIC X(8) VALUE 'DAY4PZL1'.
           05 FILLER          PIC X(8) VALUE 'DAY4PZL2'.
           05 FILLER          PIC X(8) VALUE 'DAY5PZL1'.
           05 FILLER          PIC X(8) VALUE 'DAY5PZL2'.
           05 FILLER          PIC X(8) VALUE 'DAY01'.
       01  REPR-PGM-TBL REDEFINES REPR-PGM-VALUES.
           05 REPR-PGM-LST    PIC X(8) OCCURS 11 TIMES.
       01  REPR-PGM-CNT       PIC S9(4) COMP VALUE 11.

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
              88 DISP-FOUND            VALUE 'Y'.
           05 EXCP-FND-FLAG   PIC X    VALUE 'N'.
              88 EXCP-ON-MASTER        VALUE 'Y'.
           05 EXCPREPR-FLAG   PIC X    VALUE 'C'.
              88 EXCPREPR-EOF          VALUE 'E'.
           05 REPR-FND-FLAG   PIC X    VALUE 'N'.
              88 REPR-FOUND            VALUE 'Y'.
           05 REPR-PGM-FLAG   PIC X    VALUE 'N'.
              88 REPR-PGM-OK           VALUE 'Y'.
           05 WB-CUR-FLAG     PIC X    VALUE 'Y'.
              88 WORKBENCH-CURRENT     VALUE 'Y'.

       COPY LEASCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM GET-RUN-ID
           MOVE 'EXCPWB' TO RPGN-PGM

      *> No dispositions or repairs while the system is under
      *> maintenance.
           MOVE 'EXCPWB' TO MNTS-PGM
           PERFORM REFUSE-IF-MAINT

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ANSWER-TEXT
             END-IF
           END-IF

           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'EXCPWB' TO LEAS-PGM
           MOVE 'EXCPDISP.txt' TO LEAS-DSN
           PERFORM TAKE-EDIT-LEASE
           IF NOT LEAS-YES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE LEAS-VERSION TO DISP-LOADED
           MOVE EXCPREPR-DSN TO LEAS-DSN
           PERFORM TAKE-EDIT-LEASE
           IF NOT LEAS-YES
             MOVE 'EXCPDISP.txt' TO LEAS-DSN
             PERFORM RELEASE-EDIT-LEASE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           MOVE LEAS-VERSION TO REPR-LOADED

           PERFORM LOAD-DISPOSITIONS
           PERFORM LOAD-REPAIRS

           PERFORM UNTIL EXIT-REQUESTED
             PERFORM DISPLAY-MENU
                 PERFORM DISPOSITION-EXCEPTION
               WHEN '3'
                 PERFORM AGING-REPORT
               WHEN '4'
                 PERFORM REPAIR-EXCEPTION
               WHEN '5'
                 PERFORM LIST-PENDING-REPAIRS
               WHEN '0'
                 SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           MOVE 'EXCPDISP.txt' TO LEAS-DSN
           PERFORM RELEASE-EDIT-LEASE
           MOVE EXCPREPR-DSN TO LEAS-DSN
           PERFORM RELEASE-EDIT-LEASE
           GOBACK
           .

           DISPLAY ' 1. LIST UNDISPOSITIONED EXCEPTIONS'
           DISPLAY ' 2. DISPOSITION AN EXCEPTION'
           DISPLAY ' 3. AGING REPORT'
           DISPLAY ' 4. REPAIR AN EXCEPTION FOR RESUBMISSION'
           DISPLAY ' 5. LIST PENDING REPAIRS'
           DISPLAY ' 0. EXIT'
           DISPLAY 'SELECTION: ' WITH NO ADVANCING
           .
                 DISPLAY 'NOTE (OPTIONAL): ' WITH NO ADVANCING
                 MOVE SPACES TO DISP-NOTE
                 ACCEPT DISP-NOTE
                 PERFORM CHECK-WORKBENCH-CURRENT
                 IF WORKBENCH-CURRENT
                   PERFORM WRITE-DISPOSITION
                   DISPLAY 'DISPOSITION RECORDED'
                 END-IF
               END-IF
             END-IF
           END-IF
                  AND EXCPMSTR-REC(19:8) = KEY-TIME
                  AND EXCPMSTR-REC(28:8) = KEY-LINE
                 SET EXCP-ON-MASTER TO TRUE
                 MOVE EXCPMSTR-REC(37:8) TO EXC-REASON
                 MOVE EXCPMSTR-REC(46:16) TO EXC-RUN-ID
                 MOVE EXCPMSTR-REC(63:80) TO EXC-IMAGE
               END-IF
               PERFORM READ-EXCPMSTR-REC
             END-PERFORM
           END-IF
           .

      *> Both files must still be as this session loaded them - a
      *> disposition or repair appended meanwhile by another session
      *> (or an APPLIED repair from a run) would otherwise be
      *> silently out-ranked by ours. When either has changed,
      *> both are reloaded and nothing is appended.
       CHECK-WORKBENCH-CURRENT SECTION.
           MOVE 'Y' TO WB-CUR-FLAG
           MOVE 'EXCPDISP.txt' TO LEAS-DSN
           MOVE DISP-LOADED TO LEAS-VERSION
           PERFORM CHECK-EDIT-LEASE
           IF LEAS-YES
             MOVE EXCPREPR-DSN TO LEAS-DSN
             MOVE REPR-LOADED TO LEAS-VERSION
             PERFORM CHECK-EDIT-LEASE
           END-IF
           IF NOT LEAS-YES
             MOVE 'N' TO WB-CUR-FLAG
             PERFORM LOAD-DISPOSITIONS
             PERFORM LOAD-REPAIRS
             MOVE 'EXCPDISP.txt' TO LEAS-DSN
             PERFORM REFRESH-EDIT-VERSION
             MOVE LEAS-VERSION TO DISP-LOADED
             MOVE EXCPREPR-DSN TO LEAS-DSN
             PERFORM REFRESH-EDIT-VERSION
             MOVE LEAS-VERSION TO REPR-LOADED
           END-IF
           .

      *> Both files only ever grow, so neither carries a version
      *> stamp line - the save is logged, and the version after the
      *> append is what this session now has loaded.
       WRITE-DISPOSITION SECTION.
           MOVE 'EXCPDISP.txt' TO LEAS-DSN
           PERFORM STAMP-EDIT-SAVE
           ACCEPT DISP-DATE FROM DATE YYYYMMDD
           ACCEPT DISP-TIME FROM TIME
           OPEN EXTEND EXCPDISP
           MOVE DISP-NOTE TO EXCPDISP-REC(74:40)
           WRITE EXCPDISP-REC
           CLOSE EXCPDISP
           PERFORM REFRESH-EDIT-VERSION
           MOVE LEAS-VERSION TO DISP-LOADED
      *> The in-core join table must agree with what was just
      *> appended, or the listing would still show the item open.
           PERFORM LOAD-ONE-DISPOSITION
           STRING AGED-CNT ' EXCEPTION(S) UNDISPOSITIONED PAST '
                  AGE-LIMIT ' DAY(S)'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE(1:70)
           END-CALL
           .

      *> The repair file, latest record per key, with every APPLIED
      *> repair folded in as its exception's RESOLVED disposition -
      *> the run that overlaid it is the proof of what changed.
       LOAD-REPAIRS SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 0 TO RK-CNT
           MOVE 'C' TO EXCPREPR-FLAG
           OPEN INPUT EXCPREPR
           IF EXCPREPR-FS = '00'
             PERFORM READ-EXCPREPR-REC
             PERFORM UNTIL EXCPREPR-EOF
               IF EXCPREPR-REC(27:8) IS NUMERIC
                 PERFORM APPLY-REPR-REC
               END-IF
               PERFORM READ-EXCPREPR-REC
             END-PERFORM
             CLOSE EXCPREPR
           END-IF
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-CNT
             IF RK-STATUS(RK-IX) = 'APPLIED'
                AND RK-EXC-DATE(RK-IX) IS NUMERIC
                AND RK-EXC-TIME(RK-IX) IS NUMERIC
               MOVE RK-PGM(RK-IX) TO KEY-PGM
               MOVE RK-EXC-DATE(RK-IX) TO KEY-DATE
               MOVE RK-EXC-TIME(RK-IX) TO KEY-TIME
               MOVE RK-LINE(RK-IX) TO KEY-LINE
               MOVE 'RESOLVED' TO DISP-STATUS
               PERFORM LOAD-ONE-DISPOSITION
             END-IF
           END-PERFORM
           .

       APPLY-REPR-REC SECTION.
           MOVE EXCPREPR-REC(1:8) TO KEY-PGM
           MOVE EXCPREPR-REC(10:16) TO EXC-RUN-ID
           MOVE EXCPREPR-REC(27:8) TO KEY-LINE
           PERFORM FIND-REPAIR
           IF NOT REPR-FOUND
             IF RK-CNT < 500
               ADD 1 TO RK-CNT
               MOVE RK-CNT TO RK-IX
             ELSE
               EXIT SECTION
             END-IF
           END-IF
           MOVE EXCPREPR-REC(1:8) TO RK-PGM(RK-IX)
           MOVE EXCPREPR-REC(10:16) TO RK-RUN-ID(RK-IX)
           MOVE EXCPREPR-REC(27:8) TO RK-LINE(RK-IX)
           MOVE EXCPREPR-REC(36:8) TO RK-STATUS(RK-IX)
           MOVE EXCPREPR-REC(45:8) TO RK-EXC-DATE(RK-IX)
           MOVE EXCPREPR-REC(54:8) TO RK-EXC-TIME(RK-IX)
           MOVE EXCPREPR-REC(81:8) TO RK-OPER(RK-IX)
           MOVE EXCPREPR-REC(90:16) TO RK-APPL-RUN(RK-IX)
           MOVE EXCPREPR-REC(188:80) TO RK-NEW(RK-IX)
           .

      *> Repair key is program, the run that rejected the line and
      *> the line - KEY-PGM, EXC-RUN-ID and KEY-LINE.
       FIND-REPAIR SECTION.
           MOVE 'N' TO REPR-FND-FLAG
           PERFORM VARYING RK-IX FROM 1 BY 1
                     UNTIL RK-IX > RK-CNT OR REPR-FOUND
             IF RK-PGM(RK-IX) = KEY-PGM
                AND RK-RUN-ID(RK-IX) = EXC-RUN-ID
                AND RK-LINE(RK-IX) = KEY-LINE
               SET REPR-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF REPR-FOUND
             COMPUTE RK-IX = RK-IX - 1
           END-IF
           .

      *> Shows the rejected image, takes the corrected one and
      *> queues it for the program's next run. The exception is
      *> marked REVIEWED now; it becomes RESOLVED only when a run
      *> has actually applied the repair.
       REPAIR-EXCEPTION SECTION.
           PERFORM ACCEPT-EXCEPTION-KEY
           IF NOT KEY-VALID
             EXIT SECTION
           END-IF
           PERFORM CHECK-KEY-ON-MASTER
           IF NOT EXCP-ON-MASTER
             DISPLAY 'NO EXCEPTION WITH THAT KEY ON THE MASTER'
             EXIT SECTION
           END-IF
           MOVE 'N' TO REPR-PGM-FLAG
           PERFORM VARYING RK-IX FROM 1 BY 1
                     UNTIL RK-IX > REPR-PGM-CNT OR REPR-PGM-OK
             IF REPR-PGM-LST(RK-IX) = KEY-PGM
               SET REPR-PGM-OK TO TRUE
             END-IF
           END-PERFORM
           IF NOT REPR-PGM-OK
             DISPLAY FUNCTION TRIM(KEY-PGM) ' EXCEPTIONS DESCRIBE '
                     'THE FAULT, NOT THE INPUT LINE - CORRECT THE '
                     'FEED AT SOURCE'
             EXIT SECTION
           END-IF
           IF EXC-IMAGE(80:1) NOT = SPACE
             DISPLAY 'THE RECORDED IMAGE WAS CUT AT 80 BYTES - A '
                     'LINE THAT LONG CANNOT BE REPAIRED HERE'
             EXIT SECTION
           END-IF
           PERFORM FIND-REPAIR
           IF REPR-FOUND
             IF RK-STATUS(RK-IX) = 'APPLIED'
               DISPLAY 'ALREADY REPAIRED - APPLIED BY RUN '
                       RK-APPL-RUN(RK-IX)
               EXIT SECTION
             END-IF
             DISPLAY 'A REPAIR BY ' RK-OPER(RK-IX) ' IS ALREADY '
                     'PENDING - A NEW ONE REPLACES IT'
             DISPLAY '   PENDING:   [' RK-NEW(RK-IX) ']'
           END-IF
           DISPLAY 'EXCEPTION ' EXC-REASON ' FROM RUN ' EXC-RUN-ID
           DISPLAY '   ORIGINAL:  [' EXC-IMAGE ']'
           DISPLAY 'CORRECTED IMAGE: ' WITH NO ADVANCING
           MOVE SPACES TO NEW-IMAGE
           ACCEPT NEW-IMAGE
           IF NEW-IMAGE = SPACES
             DISPLAY 'NO CORRECTION ENTERED - NOTHING QUEUED'
             EXIT SECTION
           END-IF
           IF NEW-IMAGE = EXC-IMAGE
             DISPLAY 'CORRECTED IMAGE IS UNCHANGED - NOTHING QUEUED'
             EXIT SECTION
           END-IF
           DISPLAY '   CORRECTED: [' NEW-IMAGE ']'
           DISPLAY 'QUEUE THIS REPAIR FOR THE NEXT RUN OF '
                   FUNCTION TRIM(KEY-PGM) ' (Y/N): '
                   WITH NO ADVANCING
           MOVE SPACES TO ANSWER-TEXT
           ACCEPT ANSWER-TEXT
           IF ANSWER-TEXT(1:1) NOT = 'Y'
             DISPLAY 'REPAIR NOT QUEUED'
             EXIT SECTION
           END-IF
           PERFORM CHECK-WORKBENCH-CURRENT
           IF NOT WORKBENCH-CURRENT
             EXIT SECTION
           END-IF
           PERFORM WRITE-REPAIR
           MOVE 'REVIEWED' TO DISP-STATUS
           MOVE 'REPAIR QUEUED FOR THE NEXT RUN' TO DISP-NOTE
           PERFORM WRITE-DISPOSITION
           DISPLAY 'REPAIR QUEUED - ' FUNCTION TRIM(KEY-PGM)
                   ' APPLIES IT ON ITS NEXT RUN'
           .

       WRITE-REPAIR SECTION.
           MOVE EXCPREPR-DSN TO LEAS-DSN
           PERFORM STAMP-EDIT-SAVE
           ACCEPT REPR-DATE FROM DATE YYYYMMDD
           ACCEPT REPR-TIME FROM TIME
           OPEN EXTEND EXCPREPR
           IF EXCPREPR-FS = '35'
             OPEN OUTPUT EXCPREPR
           END-IF
           MOVE SPACES TO EXCPREPR-REC
           MOVE KEY-PGM TO EXCPREPR-REC(1:8)
           MOVE EXC-RUN-ID TO EXCPREPR-REC(10:16)
           MOVE KEY-LINE TO EXCPREPR-REC(27:8)
           MOVE 'PENDING' TO EXCPREPR-REC(36:8)
           MOVE KEY-DATE TO EXCPREPR-REC(45:8)
           MOVE KEY-TIME TO EXCPREPR-REC(54:8)
           MOVE REPR-DATE TO EXCPREPR-REC(63:8)
           MOVE REPR-TIME TO EXCPREPR-REC(72:8)
           MOVE OPERATOR-ID TO EXCPREPR-REC(81:8)
           MOVE EXC-IMAGE TO EXCPREPR-REC(107:80)
           MOVE NEW-IMAGE TO EXCPREPR-REC(188:80)
      *> The in-core table must agree with what is appended, or a
      *> second repair of the same line this session would not see
      *> the first.
           PERFORM APPLY-REPR-REC
           WRITE EXCPREPR-REC
           CLOSE EXCPREPR
           PERFORM REFRESH-EDIT-VERSION
           MOVE LEAS-VERSION TO REPR-LOADED
           .

       LIST-PENDING-REPAIRS SECTION.
           MOVE 0 TO PEND-CNT
           PERFORM VARYING RK-IX FROM 1 BY 1 UNTIL RK-IX > RK-CNT
             IF RK-STATUS(RK-IX) = 'PENDING'
               ADD 1 TO PEND-CNT
               DISPLAY '   ' RK-PGM(RK-IX) ' RUN ' RK-RUN-ID(RK-IX)
                       ' LINE ' RK-LINE(RK-IX) ' BY ' RK-OPER(RK-IX)
                       ' [' FUNCTION TRIM(RK-NEW(RK-IX), TRAILING)
                       ']'
             END-IF
           END-PERFORM
           DISPLAY PEND-CNT ' REPAIR(S) WAITING FOR THE NEXT RUN OF '
                   'THEIR PROGRAM'
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

       READ-EXCPREPR-REC SECTION.
           READ EXCPREPR
           IF EXCPREPR-FS NOT = '00'
             SET EXCPREPR-EOF TO TRUE
           END-IF
           .

       READ-EXCPDISP-REC SECTION.
           READ EXCPDISP
           IF EXCPDISP-FS NOT = '00'
           END-IF
           .

       COPY LEASCK.

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
