      *> completed year (before the current one) and not already
      *> rolled out. The live file is backed up before the cut and
      *> rewritten only after the segment wrote clean - an
      *> interrupted roll leaves the live file untouched. The
      *> segment opens with a header label and closes with a
      *> trailer carrying its record count and hash (MLBLCK.cpy).
      *>
      *> A year an audit hold reaches into (HOLDREG.txt - see
      *> HOLDCK.cpy: a run of that year, a date range overlapping
      *> it, or a hold on ANSHIST itself) is not rolled; the run
      *> says which hold kept it and ends RC 4 with the live file
      *> as it was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY AUDTSEL.

           COPY HOLDSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ANSHFD.

       COPY AUDTFD.

       COPY HOLDFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSHWS.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY HOLDWS.
           05 ANSHSEGS-FS     PIC XX.
           05 SEGFILE-FS      PIC XX.
           05 SEG-DSN         PIC X(80).

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
             PERFORM END-RUN
           END-IF

           PERFORM LOAD-HOLDS
           INITIALIZE HOLD-CHK-ITEM
           COMPUTE HOLD-CHK-FROM = ROLL-YEAR * 10000 + 0101
           COMPUTE HOLD-CHK-TO = ROLL-YEAR * 10000 + 1231
           MOVE 'ANSHIST' TO HOLD-CHK-FAM(1)
           MOVE 'ANSHIST.txt' TO HOLD-CHK-FAM(2)
           PERFORM CHECK-HOLDS
           IF HOLD-HIT
             DISPLAY 'ANSHROLL: ' ROLL-YEAR ' HELD BY HOLD '
                     HOLD-HIT-ID ' (' FUNCTION TRIM(HOLD-HIT-REASON)
                     ') - NOT ROLLED, LIVE FILE UNCHANGED'
             MOVE 4 TO RETURN-CODE
             PERFORM END-RUN
           END-IF

      *> The way back if anything goes wrong mid-cut.
           ACCEPT ROLL-TIME FROM TIME
           MOVE 'ANSHIST.txt' TO SRC-DSN
           OPEN OUTPUT SEGFILE
           OPEN OUTPUT KEEPFILE

      *> The first read takes the live file's header label, if it
      *> has one, into MLBL-HDR-REC. The segment is labeled as a
      *> file of the same layout version; the rewritten live file
      *> keeps the header it had, or gets its first one.
           MOVE SPACES TO MLBL-HDR-REC
           PERFORM RESET-LABEL-HASH
           PERFORM READ-ANSHIST-REC
           MOVE 'ANSHIST' TO MLBL-FILE
           MOVE RUN-ID TO MLBL-RUN-ID
           PERFORM BUILD-MASTER-HDR
           IF MLBL-HDR-REC NOT = SPACES
             MOVE MLBL-HDR-REC(19:4) TO MLBL-REC(19:4)
           END-IF
           MOVE MLBL-REC TO SEGFILE-REC
           WRITE SEGFILE-REC
           IF MLBL-HDR-REC NOT = SPACES
             MOVE MLBL-HDR-REC TO KEEPFILE-REC
           ELSE
             MOVE MLBL-REC TO KEEPFILE-REC
           END-IF
           WRITE KEEPFILE-REC

           PERFORM UNTIL ANSHIST-EOF
             IF ANSHIST-REC(10:4) IS NUMERIC
               MOVE ANSHIST-REC(10:4) TO REC-YEAR
               MOVE ANSHIST-REC TO SEGFILE-REC
               WRITE SEGFILE-REC
               ADD 1 TO SEG-REC-CNT
               MOVE ANSHIST-REC TO MLBL-DATA
               PERFORM ADD-LABEL-HASH
               IF ANSHIST-REC(85:6) IS NUMERIC
                 MOVE ANSHIST-REC(85:6) TO REC-SEQ
                 IF SEG-SEQ-LO = 0 OR REC-SEQ < SEG-SEQ-LO
             PERFORM READ-ANSHIST-REC
           END-PERFORM

      *> The segment is closed: its trailer proves the count and
      *> hash it was cut with.
           MOVE 'ANSHIST' TO MLBL-FILE
           PERFORM BUILD-MASTER-TRL
           MOVE MLBL-REC TO SEGFILE-REC
           WRITE SEGFILE-REC

           CLOSE ANSHIST
           CLOSE SEGFILE
           CLOSE KEEPFILE

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

       COPY HOLDCK.

       COPY AUDTOPN.

       COPY AUDTWR.
       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
