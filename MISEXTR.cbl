
      *> Interface-control log - one record per handoff event:
      *> DATE(1:8) TIME(10:8) RUN-ID(19:16) STATUS(36:9)
      *> COUNT(46:6) HASH(53:15) SOURCE(69:8). This extract appends
      *> SENT; MISACK.cbl appends CONFIRMED or DISPUTED when the MIS
      *> group's acknowledgment comes back, so a dropped handoff
      *> surfaces as a SENT with no answer instead of days later.
      *> SOURCE names the sending program - MISEXTR here, WHSEFEED
      *> for the warehouse feed; blank on records from before it
      *> was kept, which are all MIS extracts.
       FD  MISIFLOG.
       01  MISIFLOG-REC       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'SENT' TO MISIFLOG-REC(36:9)
           MOVE DETAIL-CNT TO MISIFLOG-REC(46:6)
           MOVE HASH-TOTAL TO MISIFLOG-REC(53:15)
           MOVE 'MISEXTR' TO MISIFLOG-REC(69:8)
           WRITE MISIFLOG-REC
           CLOSE MISIFLOG


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
           ELSE
       COPY PZLCRD.

       COPY SBOXRS.

       COPY MLBLCK.
