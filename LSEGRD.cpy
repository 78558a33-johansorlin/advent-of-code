      *> in-range segment is opened through LOGSEGF and every
      *> record handed to APPLY-SEGMENT-REC - a section every
      *> caller defines, the way every PZLINPUT reader defines the
      *> names PZLFSCHK.cpy assumes. Each segment is checked against
      *> the count and hash on its trailer label (MLBLCK.cpy) as it
      *> goes by.
       SCAN-LOG-SEGMENTS SECTION.
           MOVE 0 TO LSEG-SCANNED
           MOVE 'C' TO LOGSEGS-FLAG
           OPEN INPUT LOGSEGF
           IF LOGSEGF-FS = '00'
             ADD 1 TO LSEG-SCANNED
             PERFORM RESET-LABEL-HASH
             PERFORM READ-LOGSEGF-REC
             PERFORM UNTIL LOGSEGF-EOF
               MOVE LOGSEGF-REC TO MLBL-DATA
               PERFORM ADD-LABEL-HASH
               PERFORM APPLY-SEGMENT-REC
               PERFORM READ-LOGSEGF-REC
             END-PERFORM
             CLOSE LOGSEGF
             MOVE LSEG-DSN TO MLBL-DSN
             PERFORM VERIFY-SEGMENT-TRAILER
           ELSE
             DISPLAY 'WARNING: CATALOGED SEGMENT '
                     FUNCTION TRIM(LSEG-DSN)

       READ-LOGSEGF-REC SECTION.
           READ LOGSEGF
           PERFORM UNTIL LOGSEGF-FS NOT = '00'
                      OR LOGSEGF-REC(1:1) NOT = '*'
             MOVE LSEG-KEY TO MLBL-FILE
             MOVE LOGSEGF-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ LOGSEGF
           END-PERFORM
           IF LOGSEGF-FS NOT = '00'
             SET LOGSEGF-EOF TO TRUE
           END-IF
