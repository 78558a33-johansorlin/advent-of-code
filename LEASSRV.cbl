       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEASSRV.

      *> Shared edit-lease service - see LEASCWS.cpy for the control
      *> block and the actions. A lease is the existence of a lease
      *> file beside the master, named LEASE_ and the master's name
      *> (LEASE_PZLCAT.txt, LEASE_SANDBOX_EXCPTOL.txt), the way the
      *> run lock is the existence of RUNLOCK.txt:
      *>   HOLDER(1:8) PGM(10:8) DATE(19:8) TIME(28:8) RUN-ID(37:16)
      *>   DSN(54:40)
      *> A rewritten master carries a version stamp line
      *>   '*VER'(1:4) VERSION(6:8) DATE(15:8) TIME(24:6)
      *> which every reader of those masters already passes over
      *> as a comment or a non-data line. Every lease event is
      *> appended to LEASELOG.txt, written only here:
      *>   DATE(1:8) TIME(10:8) EVENT(19:8) DSN(28:40) OPER(69:8)
      *>   PGM(78:8) RUN-ID(87:16) VERSION(104:8)
      *> EVENT is TAKE, RETAKE (our own operator's earlier session
      *> of the same program left it), SEIZE (LEASE_OVERRIDE=Y),
      *> REFUSE, SAVE, STALE (a save refused against a changed
      *> master) or RELEASE. The log is also how OPSTAT finds the
      *> leases there are to look at.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEASEF ASSIGN TO DYNAMIC LEASE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEASEF-FS.

           SELECT MASTER ASSIGN TO DYNAMIC MAST-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASTER-FS.

           SELECT LEASELOG ASSIGN TO 'LEASELOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEASELOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEASEF.
       01  LEASEF-REC         PIC X(100).

       FD  MASTER.
       01  MASTER-REC         PIC X(300).

       FD  LEASELOG.
       01  LEASELOG-REC       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 LEASEF-FS       PIC XX.
           05 MASTER-FS       PIC XX.
           05 LEASELOG-FS     PIC XX.
           05 LEASE-DSN       PIC X(100).
           05 MAST-DSN        PIC X(80).
           05 DEL-STATUS      PIC 9(9) COMP-5.
           05 OVR-SW          PIC X.
           05 LOG-DATE        PIC 9(8).
           05 LOG-TIME        PIC 9(8).
           05 LOG-EVENT       PIC X(8).
           05 LOG-VER         PIC 9(8).
           05 CUR-VERSION.
              10 CUR-VER      PIC 9(8).
              10 CUR-RECS     PIC 9(8).
              10 CUR-HASH     PIC 9(9).
           05 SHOW-DATE       PIC X(8).
           05 SHOW-TIME       PIC X(5).
      *> The last save of the master by another run since this
      *> run last loaded it, from the log.
           05 SAVER-OPER      PIC X(8).
           05 SAVER-PGM       PIC X(8).
           05 SAVER-DATE      PIC X(8).
           05 SAVER-TIME      PIC X(8).

       01  SWITCHES.
           05 LEASE-FLAG      PIC X    VALUE 'N'.
              88 LEASE-HELD            VALUE 'Y'.
           05 MASTER-FLAG     PIC X    VALUE 'C'.
              88 MASTER-EOF            VALUE 'E'.
           05 LEASELOG-FLAG   PIC X    VALUE 'C'.
              88 LEASELOG-EOF          VALUE 'E'.
           05 VER-FLAG        PIC X    VALUE 'N'.
              88 VER-SEEN              VALUE 'Y'.
           05 SAVER-FLAG      PIC X    VALUE 'N'.
              88 SAVER-FOUND           VALUE 'Y'.

       COPY MLBLWS.

       LINKAGE SECTION.
       COPY LEASCWS.

       PROCEDURE DIVISION USING LEAS-CTL.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           MOVE 'N' TO LEAS-RESULT
           MOVE SPACES TO LEAS-REASON
           MOVE LEAS-DSN TO MAST-DSN
           MOVE SPACES TO LEASE-DSN
           STRING 'LEASE_' FUNCTION TRIM(LEAS-DSN)
                  DELIMITED BY SIZE INTO LEASE-DSN

           EVALUATE LEAS-ACTION
             WHEN 'T'
               PERFORM TAKE-LEASE
             WHEN 'V'
               PERFORM READ-MASTER-VERSION
               MOVE CUR-VERSION TO LEAS-VERSION
               MOVE 'Y' TO LEAS-RESULT
             WHEN 'C'
               PERFORM CHECK-MASTER-VERSION
             WHEN 'S'
               PERFORM BUILD-VERSION-STAMP
             WHEN 'R'
               PERFORM RELEASE-LEASE
             WHEN 'Q'
               PERFORM READ-LEASE
               IF LEASE-HELD
                 MOVE 'Y' TO LEAS-RESULT
               END-IF
             WHEN OTHER
               MOVE 'UNKNOWN LEASE ACTION' TO LEAS-REASON
           END-EVALUATE
           GOBACK
           .

       READ-LEASE SECTION.
           MOVE 'N' TO LEASE-FLAG
           MOVE SPACES TO LEAS-HOLDER LEAS-HOLD-PGM LEAS-HOLD-RUN
           MOVE 0 TO LEAS-HOLD-DATE LEAS-HOLD-TIME
           OPEN INPUT LEASEF
           IF LEASEF-FS = '00'
             READ LEASEF
             IF LEASEF-FS = '00'
               SET LEASE-HELD TO TRUE
               MOVE LEASEF-REC(1:8) TO LEAS-HOLDER
               MOVE LEASEF-REC(10:8) TO LEAS-HOLD-PGM
               IF LEASEF-REC(19:8) IS NUMERIC
                 MOVE LEASEF-REC(19:8) TO LEAS-HOLD-DATE
               END-IF
               IF LEASEF-REC(28:8) IS NUMERIC
                 MOVE LEASEF-REC(28:8) TO LEAS-HOLD-TIME
               END-IF
               MOVE LEASEF-REC(37:16) TO LEAS-HOLD-RUN
               MOVE LEASEF-REC(19:8) TO SHOW-DATE
               MOVE SPACES TO SHOW-TIME
               STRING LEASEF-REC(28:2) ':' LEASEF-REC(30:2)
                      DELIMITED BY SIZE INTO SHOW-TIME
             END-IF
             CLOSE LEASEF
           END-IF
           .

      *> Our own operator in the same program is taken to be the
      *> session that crashed or was closed without a clean exit -
      *> anybody else's lease is refused unless the operator seizes
      *> it, the way RUNLOCK_OVERRIDE=Y seizes a stale run lock.
       TAKE-LEASE SECTION.
           PERFORM READ-LEASE
           MOVE 'TAKE' TO LOG-EVENT
           IF LEASE-HELD
             IF LEAS-HOLDER = LEAS-OPER
                AND LEAS-HOLD-PGM = LEAS-PGM
               MOVE 'RETAKE' TO LOG-EVENT
               STRING 'TAKEN OVER FROM YOUR OWN SESSION OF '
                      SHOW-DATE ' ' SHOW-TIME
                      DELIMITED BY SIZE INTO LEAS-REASON
             ELSE
               MOVE SPACE TO OVR-SW
               ACCEPT OVR-SW FROM ENVIRONMENT 'LEASE_OVERRIDE'
               IF OVR-SW = 'Y'
                 MOVE 'SEIZE' TO LOG-EVENT
                 STRING 'SEIZED FROM '
                        FUNCTION TRIM(LEAS-HOLDER) ' IN '
                        FUNCTION TRIM(LEAS-HOLD-PGM) ', HELD SINCE '
                        SHOW-DATE ' ' SHOW-TIME
                        ' (OPERATOR OVERRIDE)'
                        DELIMITED BY SIZE INTO LEAS-REASON
               ELSE
                 MOVE 'REFUSE' TO LOG-EVENT
                 STRING FUNCTION TRIM(LEAS-DSN) ' IS BEING EDITED BY '
                        FUNCTION TRIM(LEAS-HOLDER) ' IN '
                        FUNCTION TRIM(LEAS-HOLD-PGM) ' SINCE '
                        SHOW-DATE ' ' SHOW-TIME
                        DELIMITED BY SIZE INTO LEAS-REASON
                 PERFORM READ-MASTER-VERSION
                 MOVE CUR-VER TO LOG-VER
                 PERFORM WRITE-LEASELOG-REC
                 EXIT SECTION
               END-IF
             END-IF
           END-IF

           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           OPEN OUTPUT LEASEF
           MOVE SPACES TO LEASEF-REC
           MOVE LEAS-OPER TO LEASEF-REC(1:8)
           MOVE LEAS-PGM TO LEASEF-REC(10:8)
           MOVE LOG-DATE TO LEASEF-REC(19:8)
           MOVE LOG-TIME TO LEASEF-REC(28:8)
           MOVE LEAS-RUN-ID TO LEASEF-REC(37:16)
           MOVE LEAS-DSN TO LEASEF-REC(54:40)
           WRITE LEASEF-REC
           CLOSE LEASEF

           PERFORM READ-MASTER-VERSION
           MOVE CUR-VERSION TO LEAS-VERSION
           MOVE CUR-VER TO LOG-VER
           PERFORM WRITE-LEASELOG-REC
           MOVE 'Y' TO LEAS-RESULT
           .

      *> The stamp line's version, and the count and checksum of
      *> every line of the master, stamp and comments included. A
      *> master not there yet is version zero, empty.
       READ-MASTER-VERSION SECTION.
           MOVE 0 TO CUR-VER CUR-RECS CUR-HASH
           MOVE 'N' TO VER-FLAG
           PERFORM RESET-LABEL-HASH
           MOVE 'C' TO MASTER-FLAG
           OPEN INPUT MASTER
           IF MASTER-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-MASTER-REC
           PERFORM UNTIL MASTER-EOF
             IF MASTER-REC(1:5) = '*VER '
                AND MASTER-REC(6:8) IS NUMERIC
                AND NOT VER-SEEN
               MOVE MASTER-REC(6:8) TO CUR-VER
               SET VER-SEEN TO TRUE
             END-IF
             MOVE MASTER-REC TO MLBL-DATA
             PERFORM ADD-LABEL-HASH
             PERFORM READ-MASTER-REC
           END-PERFORM
           CLOSE MASTER
           MOVE MLBL-CNT TO CUR-RECS
           MOVE MLBL-HASH TO CUR-HASH
           .

       READ-MASTER-REC SECTION.
           READ MASTER
           IF MASTER-FS NOT = '00'
             SET MASTER-EOF TO TRUE
           END-IF
           .

      *> A save against anything but the version the session loaded
      *> is refused - the reason names the session that saved in
      *> between, when the log knows of one.
       CHECK-MASTER-VERSION SECTION.
           PERFORM READ-MASTER-VERSION
           IF CUR-VERSION = LEAS-VERSION
             MOVE 'Y' TO LEAS-RESULT
             EXIT SECTION
           END-IF
           PERFORM FIND-LAST-SAVER
           IF SAVER-FOUND
             STRING FUNCTION TRIM(LEAS-DSN) ' WAS SAVED BY '
                    FUNCTION TRIM(SAVER-OPER) ' IN '
                    FUNCTION TRIM(SAVER-PGM) ' AT '
                    SAVER-DATE ' ' SAVER-TIME(1:2) ':'
                    SAVER-TIME(3:2) ' SINCE YOU LOADED IT'
                    DELIMITED BY SIZE INTO LEAS-REASON
           ELSE
             STRING FUNCTION TRIM(LEAS-DSN) ' WAS CHANGED OUTSIDE '
                    'ANY EDIT SESSION SINCE YOU LOADED IT'
                    DELIMITED BY SIZE INTO LEAS-REASON
           END-IF
           MOVE 'STALE' TO LOG-EVENT
           MOVE LEAS-VER TO LOG-VER
           PERFORM WRITE-LEASELOG-REC
           .

      *> Our own take, save or stale refusal is the last time this
      *> run loaded the master; a save by any other run after that
      *> is the one that made our copy stale.
       FIND-LAST-SAVER SECTION.
           MOVE 'N' TO SAVER-FLAG
           MOVE 'C' TO LEASELOG-FLAG
           OPEN INPUT LEASELOG
           IF LEASELOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-LEASELOG-REC
           PERFORM UNTIL LEASELOG-EOF
             IF LEASELOG-REC(28:40) = LEAS-DSN
               IF LEASELOG-REC(87:16) = LEAS-RUN-ID
                 IF LEASELOG-REC(19:8) = 'TAKE' OR 'RETAKE'
                    OR 'SEIZE' OR 'SAVE' OR 'STALE'
                   MOVE 'N' TO SAVER-FLAG
                 END-IF
               ELSE
                 IF LEASELOG-REC(19:8) = 'SAVE'
                   SET SAVER-FOUND TO TRUE
                   MOVE LEASELOG-REC(69:8) TO SAVER-OPER
                   MOVE LEASELOG-REC(78:8) TO SAVER-PGM
                   MOVE LEASELOG-REC(1:8) TO SAVER-DATE
                   MOVE LEASELOG-REC(10:8) TO SAVER-TIME
                 END-IF
               END-IF
             END-IF
             PERFORM READ-LEASELOG-REC
           END-PERFORM
           CLOSE LEASELOG
           .

       READ-LEASELOG-REC SECTION.
           READ LEASELOG
           IF LEASELOG-FS NOT = '00'
             SET LEASELOG-EOF TO TRUE
           END-IF
           .

      *> The next version's stamp line, logged as saved. The caller
      *> checks first ('C'), writes the stamp with the master and
      *> takes the new version ('V') as what it now has loaded.
       BUILD-VERSION-STAMP SECTION.
           PERFORM READ-MASTER-VERSION
           ADD 1 TO CUR-VER
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           MOVE SPACES TO LEAS-STAMP
           STRING '*VER ' CUR-VER ' ' LOG-DATE ' ' LOG-TIME(1:6)
                  DELIMITED BY SIZE INTO LEAS-STAMP
           MOVE 'SAVE' TO LOG-EVENT
           MOVE CUR-VER TO LOG-VER
           PERFORM WRITE-LEASELOG-REC
           MOVE 'Y' TO LEAS-RESULT
           .

      *> Only the run that holds the lease gives it up - a session
      *> whose lease was seized must not delete the seizer's.
       RELEASE-LEASE SECTION.
           PERFORM READ-LEASE
           IF LEASE-HELD AND LEAS-HOLD-RUN = LEAS-RUN-ID
             CALL 'CBL_DELETE_FILE' USING LEASE-DSN
                 RETURNING DEL-STATUS
             END-CALL
             IF DEL-STATUS = 0
               MOVE 'RELEASE' TO LOG-EVENT
               MOVE 0 TO LOG-VER
               PERFORM WRITE-LEASELOG-REC
               MOVE 'Y' TO LEAS-RESULT
             ELSE
               MOVE 'COULD NOT RELEASE THE LEASE FILE' TO LEAS-REASON
             END-IF
           END-IF
           .

       WRITE-LEASELOG-REC SECTION.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           OPEN EXTEND LEASELOG
           IF LEASELOG-FS = '35'
             OPEN OUTPUT LEASELOG
           END-IF
           MOVE SPACES TO LEASELOG-REC
           MOVE LOG-DATE TO LEASELOG-REC(1:8)
           MOVE LOG-TIME TO LEASELOG-REC(10:8)
           MOVE LOG-EVENT TO LEASELOG-REC(19:8)
           MOVE LEAS-DSN TO LEASELOG-REC(28:40)
           MOVE LEAS-OPER TO LEASELOG-REC(69:8)
           MOVE LEAS-PGM TO LEASELOG-REC(78:8)
           MOVE LEAS-RUN-ID TO LEASELOG-REC(87:16)
           MOVE LOG-VER TO LEASELOG-REC(104:8)
           WRITE LEASELOG-REC
           CLOSE LEASELOG
           .

       COPY MLBLCK.
