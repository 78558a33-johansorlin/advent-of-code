      *> RUNSTAT.txt says an interrupted batch got, whether ANSHVFY
      *> last called the answer history sound, the latest turnover
      *> generation on the report catalog, any deferred steps in
      *> the current step report, the newest backup generation, and
      *> every edit lease a maintenance program holds on a master
      *> (LEASSRV.cbl) - ABANDONED once it is older than
      *> LEASE_STALEMIN minutes (default 120), the session most
      *> likely closed without a clean exit.
      *> The maintenance switch (QUIESCE.cbl) heads the screen when
      *> it is set, marked OVERDUE once its expected end has
      *> passed. The severity line leads: CRITICAL when the history
      *> stands condemned, ATTENTION when something needs a human
      *> (maintenance in progress, held lock, pending restart,
      *> deferred steps, no backups, an abandoned edit lease),
      *> NORMAL otherwise.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY LOCKSEL.

           SELECT RUNSTAT ASSIGN TO 'RUNSTAT.txt'

           COPY RPGNSEL.

           SELECT LEASELOG ASSIGN TO 'LEASELOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEASELOG-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY LOCKFD.

       FD  RUNSTAT.

       COPY RPGNFD.

       FD  LEASELOG.
       01  LEASELOG-REC       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY MNTSWS.
           COPY LOCKWS.
           COPY ANSOWS.
           COPY RPGNWS.
           05 SOUND-VERDICT   PIC X(40).
           05 STAT-DATE       PIC 9(8).
           05 STAT-TIME       PIC 9(8).
           05 STAT-STAMP      PIC X(12).
           05 MNTS-END-STAMP  PIC X(12).
           05 LEASELOG-FS     PIC XX.
           05 STALE-TEXT      PIC X(6).
           05 STALE-MIN       PIC 9(5) VALUE 120.
           05 NOW-MIN         PIC 9(9).
           05 HOLD-MIN        PIC 9(9).
           05 CLK-TIME.
              10 CLK-HH       PIC 99.
              10 CLK-MI       PIC 99.
              10 FILLER       PIC X(4).
           05 LS-IX           PIC S9(4) COMP.
           05 LS-CNT          PIC S9(4) COMP VALUE 0.
           05 LEASE-CNT       PIC 9(3) VALUE 0.
           05 ABANDON-CNT     PIC 9(3) VALUE 0.
      *> Every master the lease log has seen, and who holds the
      *> lease on each now.
           05 LS-TBL.
              10 LS-ENT OCCURS 30 TIMES.
                 15 LS-DSN      PIC X(40).
                 15 LS-HELD     PIC X.
                 15 LS-HOLDER   PIC X(8).
                 15 LS-PGM      PIC X(8).
                 15 LS-DATE     PIC 9(8).
                 15 LS-TIME     PIC 9(8).
                 15 LS-AGE      PIC 9(6).
                 15 LS-ABANDON  PIC X.

       01  SWITCHES.
           05 RUNSTAT-FLAG    PIC X   VALUE 'C'.
              88 RESTART-PENDING      VALUE 'Y'.
           05 UNSOUND-FLAG    PIC X   VALUE 'N'.
              88 HISTORY-UNSOUND      VALUE 'Y'.
           05 LEASELOG-FLAG   PIC X   VALUE 'C'.
              88 LEASELOG-EOF         VALUE 'E'.
           05 LS-FND-FLAG     PIC X   VALUE 'N'.
              88 LS-FOUND             VALUE 'Y'.

       COPY LEASCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           ACCEPT STAT-DATE FROM DATE YYYYMMDD
           ACCEPT STAT-TIME FROM TIME

           PERFORM LOAD-MAINT-STATE
           PERFORM INSPECT-RUN-LOCK
           PERFORM INSPECT-RUNSTAT
           PERFORM INSPECT-SOUNDNESS
           PERFORM INSPECT-STEPRPT
           PERFORM INSPECT-BKUPGEN
           PERFORM INSPECT-EDIT-LEASES

           IF HISTORY-UNSOUND
             MOVE 'CRITICAL' TO SEVERITY
           ELSE
             IF MAINT-ACTIVE OR LOCK-HELD OR RESTART-PENDING
                OR DEFER-STEPS > 0 OR BKUP-GEN = 0
                OR ABANDON-CNT > 0
               MOVE 'ATTENTION' TO SEVERITY
             END-IF
           END-IF
                   '   SEVERITY: ' SEVERITY
           DISPLAY '================================================'

           IF MAINT-ACTIVE
             DISPLAY 'MAINTENANCE: SET BY ' FUNCTION TRIM(MNTS-OPER)
                     ' SINCE ' MNTS-DATE ' ' MNTS-TIME(1:4)
                     ' - NEW WORK IS REFUSED'
             MOVE SPACES TO STAT-STAMP MNTS-END-STAMP
             STRING STAT-DATE STAT-TIME(1:4) DELIMITED BY SIZE
                    INTO STAT-STAMP
             STRING MNTS-END-DATE MNTS-END-TIME DELIMITED BY SIZE
                    INTO MNTS-END-STAMP
             IF MNTS-END-STAMP < STAT-STAMP
               DISPLAY '             EXPECTED END ' MNTS-END-DATE
                       ' ' MNTS-END-TIME ' *** OVERDUE ***'
             ELSE
               DISPLAY '             EXPECTED END ' MNTS-END-DATE
                       ' ' MNTS-END-TIME
             END-IF
             DISPLAY '             REASON: '
                     FUNCTION TRIM(MNTS-REASON)
           ELSE
             DISPLAY 'MAINTENANCE: NONE - THE SYSTEM IS TAKING WORK'
           END-IF

           IF LOCK-HELD
             DISPLAY 'RUN LOCK   : HELD BY ' RUNLOCK-REC(1:8)
                     ' SINCE ' RUNLOCK-REC(10:8) ' '
             DISPLAY 'BACKUPS    : *** NO BACKUP GENERATION ON '
                     'RECORD ***'
           END-IF

           IF LEASE-CNT = 0
             DISPLAY 'EDIT LEASES: NONE HELD'
           END-IF
           PERFORM VARYING LS-IX FROM 1 BY 1 UNTIL LS-IX > LS-CNT
             IF LS-HELD(LS-IX) = 'Y'
               DISPLAY 'EDIT LEASE : ' FUNCTION TRIM(LS-DSN(LS-IX))
                       ' BY ' FUNCTION TRIM(LS-HOLDER(LS-IX))
                       ' IN ' FUNCTION TRIM(LS-PGM(LS-IX))
                       ' SINCE ' LS-DATE(LS-IX) ' '
                       LS-TIME(LS-IX)(1:4)
               IF LS-ABANDON(LS-IX) = 'Y'
                 DISPLAY '             *** ABANDONED *** - HELD '
                         LS-AGE(LS-IX) ' MIN; IF THE SESSION IS '
                         'GONE, LEASE_OVERRIDE=Y SEIZES IT'
               END-IF
             END-IF
           END-PERFORM
           DISPLAY '================================================'

           IF SEVERITY = 'CRITICAL'
           END-IF
           .

      *> The lease log names every master a maintenance program has
      *> leased; each one's lease file says whether it is held now.
       INSPECT-EDIT-LEASES SECTION.
           MOVE SPACES TO STALE-TEXT
           ACCEPT STALE-TEXT FROM ENVIRONMENT 'LEASE_STALEMIN'
           IF STALE-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(STALE-TEXT) = 0
             COMPUTE STALE-MIN = FUNCTION NUMVAL(STALE-TEXT)
           ELSE
             MOVE 120 TO STALE-MIN
           END-IF
           MOVE STAT-TIME TO CLK-TIME
           COMPUTE NOW-MIN = FUNCTION INTEGER-OF-DATE(STAT-DATE)
               * 1440 + CLK-HH * 60 + CLK-MI

           MOVE 'C' TO LEASELOG-FLAG
           OPEN INPUT LEASELOG
           IF LEASELOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-LEASELOG-REC
           PERFORM UNTIL LEASELOG-EOF
             MOVE 'N' TO LS-FND-FLAG
             PERFORM VARYING LS-IX FROM 1 BY 1
                       UNTIL LS-IX > LS-CNT OR LS-FOUND
               IF LS-DSN(LS-IX) = LEASELOG-REC(28:40)
                 SET LS-FOUND TO TRUE
               END-IF
             END-PERFORM
             IF NOT LS-FOUND AND LS-CNT < 30
                AND LEASELOG-REC(28:40) NOT = SPACES
               ADD 1 TO LS-CNT
               MOVE LEASELOG-REC(28:40) TO LS-DSN(LS-CNT)
             END-IF
             PERFORM READ-LEASELOG-REC
           END-PERFORM
           CLOSE LEASELOG

           PERFORM VARYING LS-IX FROM 1 BY 1 UNTIL LS-IX > LS-CNT
             MOVE 'Q' TO LEAS-ACTION
             MOVE LS-DSN(LS-IX) TO LEAS-DSN
             CALL 'LEASSRV' USING LEAS-CTL
             END-CALL
             MOVE 'N' TO LS-HELD(LS-IX) LS-ABANDON(LS-IX)
             IF LEAS-YES
               ADD 1 TO LEASE-CNT
               MOVE 'Y' TO LS-HELD(LS-IX)
               MOVE LEAS-HOLDER TO LS-HOLDER(LS-IX)
               MOVE LEAS-HOLD-PGM TO LS-PGM(LS-IX)
               MOVE LEAS-HOLD-DATE TO LS-DATE(LS-IX)
               MOVE LEAS-HOLD-TIME TO LS-TIME(LS-IX) CLK-TIME
               MOVE 0 TO LS-AGE(LS-IX)
               IF LEAS-HOLD-DATE > 0
                 COMPUTE HOLD-MIN =
                     FUNCTION INTEGER-OF-DATE(LEAS-HOLD-DATE) * 1440
                     + CLK-HH * 60 + CLK-MI
                 IF NOW-MIN > HOLD-MIN
                   COMPUTE LS-AGE(LS-IX) = NOW-MIN - HOLD-MIN
                 END-IF
               END-IF
               IF LS-AGE(LS-IX) > STALE-MIN
                 MOVE 'Y' TO LS-ABANDON(LS-IX)
                 ADD 1 TO ABANDON-CNT
               END-IF
             END-IF
           END-PERFORM
           .

       READ-LEASELOG-REC SECTION.
           READ LEASELOG
           IF LEASELOG-FS NOT = '00'
             SET LEASELOG-EOF TO TRUE
           END-IF
           .

       READ-RUNSTAT-REC SECTION.
           READ RUNSTAT
           IF RUNSTAT-FS NOT = '00'
           END-IF
           .

       COPY MNTSCK.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
