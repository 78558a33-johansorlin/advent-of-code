      *> Reads one generation back out of its archive bundle (see
      *> RARCWS.cpy): the first M record for RARC-GEN starts the
      *> copy, its D records go to the work file RPTARC_EXTRACT.txt
      *> and the next non-D record ends it. The work file is
      *> rewritten on every extract - it is a viewing copy, never a
      *> place a generation lives.
       EXTRACT-ARCH-MEMBER SECTION.
           MOVE 'N' TO RARC-XTR-FLAG RARC-COPY-FLAG
           MOVE 0 TO RARC-LINES
           MOVE 'RPTARC_EXTRACT.txt' TO RARC-MEMB-DSN
           MOVE 'C' TO RPTARCB-FLAG
           OPEN INPUT RPTARCB
           IF RPTARCB-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-RPTARCB-REC
           PERFORM UNTIL RPTARCB-EOF OR RARC-EXTRACTED
             EVALUATE TRUE
               WHEN RARC-COPYING AND RPTARCB-REC(1:1) = 'D'
                 MOVE RPTARCB-REC(3:132) TO RPTARCM-REC
                 WRITE RPTARCM-REC
                 ADD 1 TO RARC-LINES
               WHEN RARC-COPYING
                 CLOSE RPTARCM
                 SET RARC-EXTRACTED TO TRUE
               WHEN RPTARCB-REC(1:1) = 'M'
                    AND RPTARCB-REC(3:4) = RARC-GEN
                 OPEN OUTPUT RPTARCM
                 IF RPTARCM-FS = '00'
                   SET RARC-COPYING TO TRUE
                 END-IF
             END-EVALUATE
             IF NOT RARC-EXTRACTED
               PERFORM READ-RPTARCB-REC
             END-IF
           END-PERFORM
           IF RARC-COPYING AND NOT RARC-EXTRACTED
             CLOSE RPTARCM
             SET RARC-EXTRACTED TO TRUE
           END-IF
           CLOSE RPTARCB
           .

       READ-RPTARCB-REC SECTION.
           READ RPTARCB
           IF RPTARCB-FS NOT = '00'
             SET RPTARCB-EOF TO TRUE
           END-IF
           .
