      *> checkpoint file. Re-opened OUTPUT each time so the single
      *> record is always the latest snapshot, not appended to.
       WRITE-CHKPNT SECTION.
           PERFORM REDIRECT-CHKP-DSN
           OPEN OUTPUT CHKPNT
           MOVE CHKP-STATUS TO CHKPNT-REC-STATUS
           MOVE CHKP-CNT TO CHKPNT-REC-CNT
