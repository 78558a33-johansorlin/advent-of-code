      *> costs one extra pass, which is what makes the fingerprint
      *> independent of however the program itself consumed the
      *> file. OPEN EXTEND fails with '35' the very first time -
      *> fall back to OPEN OUTPUT, as OPEN-ANSHIST does, header
      *> label first.
       WRITE-FINGERPRINT SECTION.
           PERFORM COMPUTE-FINGERPRINT

           OPEN EXTEND FINGPRNT
           IF FINGPRNT-FS = '35'
             OPEN OUTPUT FINGPRNT
             IF FINGPRNT-FS = '00'
               MOVE 'FINGPRNT' TO MLBL-FILE
               MOVE RUN-ID TO MLBL-RUN-ID
               PERFORM BUILD-MASTER-HDR
               MOVE MLBL-REC TO FINGPRNT-REC
               WRITE FINGPRNT-REC
             END-IF
           END-IF
           MOVE SPACES TO FINGPRNT-REC
           STRING FNGP-PGM ' ' RUN-ID ' ' FNGP-SIZE ' ' FNGP-RECS
                  ' ' FNGP-CHK ' ' FNGP-DSN(1:60)
                  INTO FINGPRNT-REC
           WRITE FINGPRNT-REC
           CLOSE FINGPRNT
           .

      *> The fingerprint rule on its own - FNGP-SIZE, FNGP-RECS and
      *> FNGP-CHK of FNGP-DSN - for a caller that compares rather
      *> than records (ARCVCHK.cpy re-proves the input archives
      *> with it). FNGP-FILE-MISSING when the file system has no
      *> such file; the counts are zero then.
       COMPUTE-FINGERPRINT SECTION.
           MOVE 0 TO FNGP-SIZE FNGP-RECS FNGP-CHK
           MOVE 'Y' TO FNGP-FILE-FLAG
           CALL 'CBL_CHECK_FILE_EXIST' USING FNGP-DSN
               FNGP-FILE-INFO
           IF RETURN-CODE = 0
             MOVE FNGP-FI-SIZE TO FNGP-SIZE
           ELSE
             SET FNGP-FILE-MISSING TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE

             END-PERFORM
             CLOSE FNGPFILE
           END-IF
           .

       READ-FNGP-REC SECTION.
