      *> (ANSHSEGS.txt) - renumbering the live file would orphan
      *> the manifests' sequence ranges, so convert first, roll
      *> over after. The live file is backed up before the rewrite.
      *> The rewritten file opens with a fresh header label at the
      *> current layout version (MLBLCK.cpy) - every record in it
      *> now has that layout - so a history that predates labels
      *> is labeled by its conversion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
             PERFORM END-RUN
           END-IF
           OPEN OUTPUT CNVTFILE
           MOVE 'ANSHIST' TO MLBL-FILE
           MOVE RUN-ID TO MLBL-RUN-ID
           PERFORM BUILD-MASTER-HDR
           MOVE MLBL-REC TO CNVTFILE-REC
           WRITE CNVTFILE-REC

           PERFORM READ-ANSHIST-REC
           PERFORM UNTIL ANSHIST-EOF

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
       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
