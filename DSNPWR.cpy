      *> Abend diagnostic snapshot (see DSNPWS.cpy). PERFORMed at
      *> each fatal exit ahead of MOVE 16 TO RETURN-CODE, with the
      *> reason already in DSNP-REASON. The caller's FILL-DIAG-ITEMS
      *> section moves its program id to DSNP-PGM and its last input
      *> image to DSNP-IMAGE and adds its items; this section then
      *> fingerprints the input the step was reading - same size,
      *> record count and checksum rule as WRITE-FINGERPRINT, so the
      *> figures compare directly with FINGPRNT.txt - and writes the
      *> lot as the next DIAGSNAP generation in the report catalog,
      *> under the run id, where PROVRPT and RECOVADV find it. A
      *> snapshot that cannot be written is reported and skipped:
      *> the abend it describes must still go through.
       WRITE-DIAG-SNAPSHOT SECTION.
           MOVE 0 TO DSNP-ITEM-CNT
           MOVE SPACES TO DSNP-PGM DSNP-IMAGE
           MOVE PZLINPUT-DSN TO DSNP-INP-DSN
           PERFORM FILL-DIAG-ITEMS
           PERFORM FINGERPRINT-DIAG-INPUT

           MOVE DSNP-PGM TO RPGN-PGM
           MOVE 'DIAGSNAP' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO DSNP-DSN
           OPEN OUTPUT DSNPSNAP
           IF DSNPSNAP-FS NOT = '00'
             MOVE SPACES TO SYSO-LINE
             STRING 'DIAGNOSTIC SNAPSHOT ' FUNCTION TRIM(DSNP-DSN)
                    ' NOT WRITTEN, FILE STATUS=' DSNPSNAP-FS
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             EXIT SECTION
           END-IF
           ACCEPT DSNP-DATE FROM DATE YYYYMMDD
           ACCEPT DSNP-TIME FROM TIME

           MOVE SPACES TO DSNPSNAP-REC
           STRING 'DIAGNOSTIC SNAPSHOT - ABNORMAL END RC 16'
                  INTO DSNPSNAP-REC
           WRITE DSNPSNAP-REC
           MOVE SPACES TO DSNPSNAP-REC
           STRING 'PROGRAM     ' DSNP-PGM ' RUN ' RUN-ID
                  ' DATE ' DSNP-DATE ' TIME ' DSNP-TIME
                  INTO DSNPSNAP-REC
           WRITE DSNPSNAP-REC
           MOVE SPACES TO DSNPSNAP-REC
           STRING 'REASON      ' DSNP-REASON
                  INTO DSNPSNAP-REC
           WRITE DSNPSNAP-REC
           MOVE SPACES TO DSNPSNAP-REC
           STRING 'INPUT       ' DSNP-INP-DSN
                  INTO DSNPSNAP-REC
           WRITE DSNPSNAP-REC
           MOVE SPACES TO DSNPSNAP-REC
           IF DSNPINP-FS = '00' OR DSNP-INP-EOF
             STRING 'FINGERPRINT SIZE=' DSNP-SIZE
                    ' RECORDS=' DSNP-RECS ' CHECKSUM=' DSNP-CHK
                    INTO DSNPSNAP-REC
           ELSE
             STRING 'FINGERPRINT INPUT NOT READABLE, FILE STATUS='
                    DSNPINP-FS
                    INTO DSNPSNAP-REC
           END-IF
           WRITE DSNPSNAP-REC

           MOVE SPACES TO DSNPSNAP-REC
           IF DSNP-LINE-NO = 0
             STRING 'LAST LINE   NONE READ BY THIS STEP'
                    INTO DSNPSNAP-REC
           ELSE
             IF DSNP-AT-EOF
               STRING 'LAST LINE   ' DSNP-LINE-NO
                      ' (INPUT READ TO END OF FILE)'
                      INTO DSNPSNAP-REC
             ELSE
               STRING 'LAST LINE   ' DSNP-LINE-NO
                      INTO DSNPSNAP-REC
             END-IF
           END-IF
           WRITE DSNPSNAP-REC
           PERFORM WRITE-DIAG-IMAGE

           PERFORM VARYING DSNP-IX FROM 1 BY 1
                     UNTIL DSNP-IX > DSNP-ITEM-CNT
             PERFORM WRITE-DIAG-ITEM
           END-PERFORM
           CLOSE DSNPSNAP
           MOVE SPACES TO SYSO-LINE
           STRING 'DIAGNOSTIC SNAPSHOT WRITTEN TO '
                  FUNCTION TRIM(DSNP-DSN)
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
           .

      *> The image goes out in 100-byte slices up to its last
      *> non-blank byte, each tagged with its starting column.
       WRITE-DIAG-IMAGE SECTION.
           IF DSNP-IMAGE = SPACES
             MOVE 'IMAGE       NONE' TO DSNPSNAP-REC
             WRITE DSNPSNAP-REC
             EXIT SECTION
           END-IF
           COMPUTE DSNP-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(DSNP-IMAGE, TRAILING))
           PERFORM VARYING DSNP-IMG-POS FROM 1 BY 100
                     UNTIL DSNP-IMG-POS > DSNP-LEN
             MOVE DSNP-IMG-POS TO DSNP-MAX-ED
             MOVE SPACES TO DSNPSNAP-REC
             STRING 'IMAGE ' DSNP-MAX-ED(5:4) ' '
                    DSNP-IMAGE(DSNP-IMG-POS:100)
                    INTO DSNPSNAP-REC
             WRITE DSNPSNAP-REC
           END-PERFORM
           .

       WRITE-DIAG-ITEM SECTION.
           MOVE SPACES TO DSNPSNAP-REC
           EVALUATE DSNP-KIND(DSNP-IX)
             WHEN 'T'
               MOVE DSNP-NUM(DSNP-IX) TO DSNP-NUM-ED
               MOVE DSNP-MAX(DSNP-IX) TO DSNP-MAX-ED
               MOVE 0 TO DSNP-PCT
               IF DSNP-MAX(DSNP-IX) > 0
                 COMPUTE DSNP-PCT = DSNP-NUM(DSNP-IX) * 100
                                  / DSNP-MAX(DSNP-IX)
                   ON SIZE ERROR MOVE 999 TO DSNP-PCT
                 END-COMPUTE
               END-IF
               STRING 'TABLE       ' DSNP-NAME(DSNP-IX) ' '
                      FUNCTION TRIM(DSNP-NUM-ED) ' OF '
                      FUNCTION TRIM(DSNP-MAX-ED) ' ('
                      FUNCTION TRIM(DSNP-PCT) '% OF CEILING)'
                      DELIMITED BY SIZE INTO DSNPSNAP-REC
             WHEN 'C'
               MOVE DSNP-NUM(DSNP-IX) TO DSNP-NUM-ED
               STRING 'COUNTER     ' DSNP-NAME(DSNP-IX) ' '
                      FUNCTION TRIM(DSNP-NUM-ED)
                      DELIMITED BY SIZE INTO DSNPSNAP-REC
             WHEN OTHER
               STRING 'SWITCH      ' DSNP-NAME(DSNP-IX) ' '
                      DSNP-TEXT(DSNP-IX)
                      DELIMITED BY SIZE INTO DSNPSNAP-REC
           END-EVALUATE
           WRITE DSNPSNAP-REC
           .

      *> Called from FILL-DIAG-ITEMS once per item; quietly drops
      *> anything past the 24th so a long list cannot itself abend
      *> the abend.
       ADD-DIAG-ITEM SECTION.
           IF DSNP-ITEM-CNT < 24
             ADD 1 TO DSNP-ITEM-CNT
             MOVE DSNP-ADD-KIND TO DSNP-KIND(DSNP-ITEM-CNT)
             MOVE DSNP-ADD-NAME TO DSNP-NAME(DSNP-ITEM-CNT)
             MOVE DSNP-ADD-NUM  TO DSNP-NUM(DSNP-ITEM-CNT)
             MOVE DSNP-ADD-MAX  TO DSNP-MAX(DSNP-ITEM-CNT)
             MOVE DSNP-ADD-TEXT TO DSNP-TEXT(DSNP-ITEM-CNT)
           END-IF
           MOVE SPACES TO DSNP-ADD-KIND DSNP-ADD-NAME DSNP-ADD-TEXT
           MOVE 0 TO DSNP-ADD-NUM DSNP-ADD-MAX
           .

       FINGERPRINT-DIAG-INPUT SECTION.
           MOVE 0 TO DSNP-SIZE DSNP-RECS DSNP-CHK
           MOVE 'C' TO DSNP-INP-FLAG
           IF DSNP-INP-DSN = SPACES
             MOVE '35' TO DSNPINP-FS
             EXIT SECTION
           END-IF
           CALL 'CBL_CHECK_FILE_EXIST' USING DSNP-INP-DSN
               DSNP-FILE-INFO
           IF RETURN-CODE = 0
             MOVE DSNP-FI-SIZE TO DSNP-SIZE
           END-IF
           MOVE 0 TO RETURN-CODE

           OPEN INPUT DSNPINP
           IF DSNPINP-FS = '00'
             PERFORM READ-DSNPINP-REC
             PERFORM UNTIL DSNP-INP-EOF
               ADD 1 TO DSNP-RECS
               COMPUTE DSNP-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(DSNPINP-REC, TRAILING))
               IF DSNPINP-REC = SPACES
                 MOVE 0 TO DSNP-LEN
               END-IF
               PERFORM VARYING DSNP-CIX FROM 1 BY 1
                         UNTIL DSNP-CIX > DSNP-LEN
                 COMPUTE DSNP-CHK = FUNCTION MOD(DSNP-CHK * 31
                     + FUNCTION ORD(DSNPINP-REC(DSNP-CIX:1)),
                     999999999)
               END-PERFORM
               PERFORM READ-DSNPINP-REC
             END-PERFORM
             CLOSE DSNPINP
           END-IF
           .

       READ-DSNPINP-REC SECTION.
           READ DSNPINP
           IF DSNPINP-FS NOT = '00'
             SET DSNP-INP-EOF TO TRUE
           END-IF
           .
