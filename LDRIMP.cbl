       IDENTIFICATION DIVISION.
       PROGRAM-ID. LDRIMP.

      *> Private leaderboard import. Management measures us against
      *> the other teams on the private leaderboard, and its
      *> standings used to be copied by hand. This reads the
      *> leaderboard's periodic export (LDRIMP_DSN, default
      *> LDREXP.txt), one star per member per line:
      *>   MEMBER-ID(1:10) MEMBER-NAME(12:30) YEAR(43:4) DAY(48:2)
      *>   PART(51:1) STAR-TS(53:10, UTC epoch seconds)
      *> and appends every star not already held to the leaderboard
      *> history master (LDRHFD.cpy), its time converted to the
      *> shop clock. The clock is taken to run on US Eastern time,
      *> five hours behind UTC, as SOLVLAT takes it; LDRIMP_UTC_OFFSET
      *> gives the hours it runs ahead of UTC (signed) when it does
      *> not. Each export repeats every star earned so far, so stars
      *> already on the history are counted and passed over. A line
      *> that is not a valid star goes on the exception master as
      *> LDRBAD and ends the run RC 4 (LB0002); otherwise LB0001 is
      *> logged. LDRSTAND.cbl reports the standings.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LDRHSEL.

           SELECT LDREXP ASSIGN TO DYNAMIC LDREXP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LDREXP-FS.

           COPY EXCMSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY LDRHFD.

       FD  LDREXP.
       01  LDREXP-REC         PIC X(100).

       COPY EXCMFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY EXCMWS.
           05 LDRHIST-FS      PIC XX.
           05 LDREXP-FS       PIC XX.
           05 LDREXP-DSN      PIC X(80).
           05 TODAY-DATE      PIC 9(8).
           05 UTC-OFFSET      PIC S9(3).
           05 UTC-OFFSET-TXT  PIC X(4).
           05 EXP-LINE        PIC 9(8).
           05 EXP-ID          PIC X(10).
           05 EXP-YEAR        PIC 9(4).
           05 EXP-DAY         PIC 99.
           05 EXP-PART        PIC 9.
           05 EXP-EPOCH       PIC 9(10).
           05 EXP-SECS        PIC S9(11).
           05 EXP-DAYS        PIC S9(7).
           05 EXP-SOD         PIC 9(5).
           05 EXP-DATE        PIC 9(8).
           05 EXP-HH          PIC 99.
           05 EXP-MI          PIC 99.
           05 EXP-SS          PIC 99.
           05 EXP-TS          PIC X(14).
           05 EPOCH-INT       PIC 9(7).
           05 STAR-POS        PIC 99.
           05 YR-IX           PIC S9(4) COMP.
           05 NEW-CNT         PIC 9(6).
           05 HELD-CNT        PIC 9(6).
           05 BAD-CNT         PIC 9(6).
           05 NEWMEM-CNT      PIC 9(4).
      *> One entry per member on the history: a flag per star
      *> (position (DAY - 1) * 2 + PART) for each season from 2015.
           05 MEM-CNT         PIC S9(4) COMP VALUE 0.
           05 MEM-IX          PIC S9(4) COMP.
           05 HISTMEM-CNT     PIC S9(4) COMP.
           05 MEM-TBL.
              10 MEM-ENT OCCURS 500 TIMES.
                 15 MEM-ID        PIC X(10).
                 15 MEM-STARS     PIC X(50) OCCURS 30 TIMES.

       COPY MSGCWS.

       01  SWITCHES.
           05 LDRHIST-FLAG    PIC X    VALUE 'C'.
              88 LDRHIST-EOF           VALUE 'E'.
           05 LDREXP-FLAG     PIC X    VALUE 'C'.
              88 LDREXP-EOF            VALUE 'E'.
           05 MEM-FND-FLAG    PIC X    VALUE 'N'.
              88 MEM-FOUND             VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

           MOVE 'LDRIMP' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           MOVE 'LDRIMP' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE -5 TO UTC-OFFSET
           MOVE SPACES TO UTC-OFFSET-TXT
           ACCEPT UTC-OFFSET-TXT FROM ENVIRONMENT 'LDRIMP_UTC_OFFSET'
           IF UTC-OFFSET-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(UTC-OFFSET-TXT) = 0
             COMPUTE UTC-OFFSET = FUNCTION NUMVAL(UTC-OFFSET-TXT)
           END-IF
           COMPUTE EPOCH-INT = FUNCTION INTEGER-OF-DATE(19700101)
           MOVE SPACES TO LDREXP-DSN
           ACCEPT LDREXP-DSN FROM ENVIRONMENT 'LDRIMP_DSN'
           IF LDREXP-DSN = SPACES
             MOVE 'LDREXP.txt' TO LDREXP-DSN
           END-IF

           OPEN INPUT LDREXP
           IF LDREXP-FS NOT = '00'
             DISPLAY 'LDRIMP: NO LEADERBOARD EXPORT '
                     FUNCTION TRIM(LDREXP-DSN) ' (STATUS ' LDREXP-FS
                     ') - NOTHING IMPORTED'
             MOVE 12 TO RETURN-CODE
             PERFORM END-RUN
           END-IF

           PERFORM LOAD-LDRHIST
           MOVE MEM-CNT TO HISTMEM-CNT

           OPEN EXTEND LDRHIST
           IF LDRHIST-FS = '35'
             OPEN OUTPUT LDRHIST
           END-IF
           IF LDRHIST-FS NOT = '00'
             DISPLAY 'LDRIMP: LDRHIST.TXT COULD NOT BE OPENED, '
                     'STATUS ' LDRHIST-FS ' - NOTHING IMPORTED'
             CLOSE LDREXP
             MOVE 12 TO RETURN-CODE
             PERFORM END-RUN
           END-IF

           MOVE 0 TO EXP-LINE
           PERFORM READ-LDREXP-REC
           PERFORM UNTIL LDREXP-EOF
             IF LDREXP-REC NOT = SPACES
                AND LDREXP-REC(1:1) NOT = '*'
               PERFORM IMPORT-STAR
             END-IF
             PERFORM READ-LDREXP-REC
           END-PERFORM
           CLOSE LDREXP
           CLOSE LDRHIST
           COMPUTE NEWMEM-CNT = MEM-CNT - HISTMEM-CNT

           DISPLAY 'LDRIMP: ' NEW-CNT ' NEW STAR(S) FROM '
                   NEWMEM-CNT ' NEW MEMBER(S), ' HELD-CNT
                   ' ALREADY ON HISTORY, ' BAD-CNT ' REJECTED'
           PERFORM TELL-IMPORT
           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           CLOSE EXCPMSTR
           GOBACK
           .

      *> The stars each member already holds, so the import adds
      *> only what is new.
       LOAD-LDRHIST SECTION.
           MOVE 'C' TO LDRHIST-FLAG
           OPEN INPUT LDRHIST
           IF LDRHIST-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-LDRHIST-REC
           PERFORM UNTIL LDRHIST-EOF
             IF LDRHIST-REC(1:1) NOT = '*'
                AND LDRHIST-REC NOT = SPACES
                AND LDRHIST-REC(12:4) IS NUMERIC
                AND LDRHIST-REC(17:2) IS NUMERIC
                AND LDRHIST-REC(20:1) IS NUMERIC
               MOVE LDRHIST-REC(1:10) TO EXP-ID
               MOVE LDRHIST-REC(12:4) TO EXP-YEAR
               MOVE LDRHIST-REC(17:2) TO EXP-DAY
               MOVE LDRHIST-REC(20:1) TO EXP-PART
               PERFORM FIND-MEMBER
               IF MEM-FOUND
                 PERFORM STAR-POSITION
                 IF YR-IX > 0
                   MOVE 'Y' TO MEM-STARS(MEM-IX YR-IX)(STAR-POS:1)
                 END-IF
               END-IF
             END-IF
             PERFORM READ-LDRHIST-REC
           END-PERFORM
           CLOSE LDRHIST
           .

      *> One export line: checked, converted to the shop clock and
      *> appended unless the member already holds the star.
       IMPORT-STAR SECTION.
           IF LDREXP-REC(1:10) = SPACES
              OR LDREXP-REC(43:4) NOT NUMERIC
              OR LDREXP-REC(48:2) NOT NUMERIC
              OR LDREXP-REC(51:1) NOT NUMERIC
              OR LDREXP-REC(53:10) NOT NUMERIC
             PERFORM REJECT-EXPORT-LINE
             EXIT SECTION
           END-IF
           MOVE LDREXP-REC(1:10) TO EXP-ID
           MOVE LDREXP-REC(43:4) TO EXP-YEAR
           MOVE LDREXP-REC(48:2) TO EXP-DAY
           MOVE LDREXP-REC(51:1) TO EXP-PART
           MOVE LDREXP-REC(53:10) TO EXP-EPOCH
           PERFORM STAR-POSITION
           IF YR-IX = 0 OR EXP-DAY < 1 OR EXP-DAY > 25
              OR EXP-PART < 1 OR EXP-PART > 2
             PERFORM REJECT-EXPORT-LINE
             EXIT SECTION
           END-IF

           PERFORM FIND-MEMBER
           IF NOT MEM-FOUND
             PERFORM REJECT-EXPORT-LINE
             EXIT SECTION
           END-IF
           IF MEM-STARS(MEM-IX YR-IX)(STAR-POS:1) = 'Y'
             ADD 1 TO HELD-CNT
             EXIT SECTION
           END-IF

           COMPUTE EXP-SECS = EXP-EPOCH + UTC-OFFSET * 3600
           COMPUTE EXP-DAYS = EXP-SECS / 86400
           COMPUTE EXP-SOD = EXP-SECS - EXP-DAYS * 86400
           COMPUTE EXP-DATE =
                   FUNCTION DATE-OF-INTEGER(EPOCH-INT + EXP-DAYS)
           COMPUTE EXP-HH = EXP-SOD / 3600
           COMPUTE EXP-MI = (EXP-SOD - EXP-HH * 3600) / 60
           COMPUTE EXP-SS = EXP-SOD - EXP-HH * 3600 - EXP-MI * 60
           MOVE SPACES TO EXP-TS
           STRING EXP-DATE EXP-HH EXP-MI EXP-SS
                  DELIMITED BY SIZE INTO EXP-TS

           MOVE SPACES TO LDRHIST-REC
           MOVE EXP-ID TO LDRHIST-REC(1:10)
           MOVE EXP-YEAR TO LDRHIST-REC(12:4)
           MOVE EXP-DAY TO LDRHIST-REC(17:2)
           MOVE EXP-PART TO LDRHIST-REC(20:1)
           MOVE EXP-TS TO LDRHIST-REC(22:14)
           MOVE LDREXP-REC(12:30) TO LDRHIST-REC(37:30)
           MOVE TODAY-DATE TO LDRHIST-REC(68:8)
           MOVE RUN-ID TO LDRHIST-REC(77:16)
           WRITE LDRHIST-REC
           MOVE 'Y' TO MEM-STARS(MEM-IX YR-IX)(STAR-POS:1)
           ADD 1 TO NEW-CNT
           .

       REJECT-EXPORT-LINE SECTION.
           ADD 1 TO BAD-CNT
           MOVE EXP-LINE TO EXCM-LINE
           MOVE 'LDRBAD' TO EXCM-REASON
           MOVE LDREXP-REC TO EXCM-IMAGE
           PERFORM WRITE-EXCPMSTR
           .

      *> Season slot and star flag position for EXP-YEAR/DAY/PART;
      *> YR-IX is 0 for a season outside 2015 onward.
       STAR-POSITION SECTION.
           IF EXP-YEAR < 2015 OR EXP-YEAR > 2044
             MOVE 0 TO YR-IX
           ELSE
             COMPUTE YR-IX = EXP-YEAR - 2014
           END-IF
           IF EXP-DAY > 0 AND EXP-DAY < 26
              AND EXP-PART > 0 AND EXP-PART < 3
             COMPUTE STAR-POS = (EXP-DAY - 1) * 2 + EXP-PART
           ELSE
             MOVE 1 TO STAR-POS
           END-IF
           .

      *> Finds EXP-ID on the member table, adding it when new.
      *> MEM-FOUND stays off only when the table is full.
       FIND-MEMBER SECTION.
           MOVE 'N' TO MEM-FND-FLAG
           PERFORM VARYING MEM-IX FROM 1 BY 1 UNTIL MEM-IX > MEM-CNT
                                                 OR MEM-FOUND
             IF MEM-ID(MEM-IX) = EXP-ID
               SET MEM-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF MEM-FOUND
             SUBTRACT 1 FROM MEM-IX
           ELSE
             IF MEM-CNT < 500
               ADD 1 TO MEM-CNT
               MOVE MEM-CNT TO MEM-IX
               MOVE EXP-ID TO MEM-ID(MEM-IX)
               SET MEM-FOUND TO TRUE
             ELSE
               DISPLAY 'LDRIMP: WARNING - MORE THAN 500 MEMBERS, '
                       EXP-ID ' NOT HELD'
             END-IF
           END-IF
           .

       TELL-IMPORT SECTION.
           MOVE 'LDRIMP' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           IF BAD-CNT > 0
             MOVE 'LB0002' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             STRING BAD-CNT ' LEADERBOARD EXPORT LINE(S) REJECTED AS '
                    'LDRBAD, ' NEW-CNT ' NEW STAR(S) IMPORTED'
                    DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
             MOVE 'LB0001' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING NEW-CNT ' NEW LEADERBOARD STAR(S) IMPORTED FROM '
                    FUNCTION TRIM(LDREXP-DSN)
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF BAD-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       READ-LDRHIST-REC SECTION.
           READ LDRHIST
           IF LDRHIST-FS NOT = '00'
             SET LDRHIST-EOF TO TRUE
           END-IF
           .

       READ-LDREXP-REC SECTION.
           READ LDREXP
           IF LDREXP-FS NOT = '00'
             SET LDREXP-EOF TO TRUE
           ELSE
             ADD 1 TO EXP-LINE
           END-IF
           .

       COPY EXCMOPN.

       COPY EXCMWR.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
