       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHVFY.

      *> Input-archive integrity re-verification. ARCHIVE-PZLINPUT
      *> copies every input it consumes to an ARCH_ file and
      *> RERUNAOF trusts those copies to reproduce old answers, but
      *> nothing ever proved an archive still holds what the step
      *> read. This walks the archive catalog ARCHCAT.txt, takes
      *> each archive's fingerprint again - byte size, record count
      *> and checksum, by the same rule WRITE-FINGERPRINT recorded
      *> it with - and matches it with the register entry in
      *> FINGPRNT.txt for the same program and date (VERIFY-ARCHIVE,
      *> ARCVCHK.cpy). Every archive gets a verdict line: VERIFIED,
      *> MISSING, TRUNCATED, ALTERED, or UNREGISTERED when the
      *> register never had an entry for it; a failure is followed
      *> by what the register recorded and what the archive holds
      *> now. Report family ARCHVFYRPT through PRTSRV; RC 4 when any
      *> archive is missing, truncated or altered. RERUNAOF makes the
      *> same check on the one archive it is about to rerun from.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARCCSEL.

           COPY FNGPSEL.

           COPY AUDTSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ARCCFD.

       COPY FNGPFD.

       COPY AUDTFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY RPGNWS.
           COPY FNGPWS.
           COPY ARCVWS.
           05 ARCHCAT-FS      PIC XX.
           05 ARCH-CNT        PIC 9(6)  VALUE 0.
           05 VERIFIED-CNT    PIC 9(6)  VALUE 0.
           05 MISSING-CNT     PIC 9(6)  VALUE 0.
           05 TRUNC-CNT       PIC 9(6)  VALUE 0.
           05 ALTERED-CNT     PIC 9(6)  VALUE 0.
           05 UNREG-CNT       PIC 9(6)  VALUE 0.
           05 FAILED-CNT      PIC 9(6)  VALUE 0.

       COPY PRTCWS.

       01  SWITCHES.
           05 ARCHCAT-FLAG    PIC X   VALUE 'C'.
              88 ARCHCAT-EOF          VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'ARCHVFY' TO RPGN-PGM

           MOVE 'ARCHVFY' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE 'C' TO ARCHCAT-FLAG
           OPEN INPUT ARCHCAT
           IF ARCHCAT-FS NOT = '00'
             DISPLAY 'ARCHVFY: NO ARCHCAT.TXT YET - NOTHING HAS '
                     'BEEN ARCHIVED'
             PERFORM END-RUN
           END-IF

           MOVE 'ARCHVFYRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'INPUT ARCHIVE INTEGRITY RE-VERIFICATION' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'PROGRAM  DATE     TIME     VERDICT      ARCHIVE'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE SPACES TO PRT-LINK
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM READ-ARCHCAT-REC
           PERFORM UNTIL ARCHCAT-EOF
             IF ARCHCAT-REC(10:8) IS NUMERIC
               PERFORM VERIFY-ONE-ARCHIVE
             END-IF
             PERFORM READ-ARCHCAT-REC
           END-PERFORM
           CLOSE ARCHCAT

           IF ARCH-CNT = 0
             MOVE '   NO ARCHIVES ON THE CATALOG' TO PRT-LINE
             PERFORM PRINT-VFY-LINE
           END-IF
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-VFY-LINE
           MOVE SPACES TO PRT-LINE
           STRING ARCH-CNT ' ARCHIVE(S) CHECKED: ' VERIFIED-CNT
                  ' VERIFIED, ' MISSING-CNT ' MISSING, ' TRUNC-CNT
                  ' TRUNCATED, ' ALTERED-CNT ' ALTERED, ' UNREG-CNT
                  ' UNREGISTERED'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-VFY-TOTAL
           DISPLAY 'ARCHVFY: ' FUNCTION TRIM(PRT-LINE)

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE 0 TO RETURN-CODE
           IF FAILED-CNT > 0 OR PRT-STATUS NOT = '00'
             MOVE 4 TO RETURN-CODE
           END-IF
           IF FAILED-CNT > 0
             DISPLAY 'ARCHVFY: ' FAILED-CNT ' ARCHIVE(S) FAILED '
                     'VERIFICATION - SEE ' FUNCTION TRIM(PRT-DSN)
           END-IF

           PERFORM END-RUN
           .

       END-RUN SECTION.
           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           GOBACK
           .

      *> One catalog entry (ARCCFD.cpy offsets): its verdict line,
      *> and for a failure the figures that disagree.
       VERIFY-ONE-ARCHIVE SECTION.
           ADD 1 TO ARCH-CNT
           MOVE ARCHCAT-REC(1:8) TO ARCV-PGM
           MOVE ARCHCAT-REC(10:8) TO ARCV-DATE
           MOVE ARCHCAT-REC(19:8) TO ARCV-TIME
           MOVE ARCHCAT-REC(28:80) TO ARCV-DSN
           PERFORM VERIFY-ARCHIVE
           EVALUATE TRUE
             WHEN ARCV-VERIFIED
               ADD 1 TO VERIFIED-CNT
             WHEN ARCV-MISSING
               ADD 1 TO MISSING-CNT
             WHEN ARCV-TRUNCATED
               ADD 1 TO TRUNC-CNT
             WHEN ARCV-ALTERED
               ADD 1 TO ALTERED-CNT
             WHEN OTHER
               ADD 1 TO UNREG-CNT
           END-EVALUATE

           MOVE SPACES TO PRT-LINE
           STRING ARCV-PGM ' ' ARCV-DATE ' ' ARCV-TIME ' '
                  ARCV-VERDICT ' ' FUNCTION TRIM(ARCV-DSN)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-VFY-LINE

           IF ARCV-FAILED
             ADD 1 TO FAILED-CNT
             IF ARCV-REG-RUNID NOT = SPACES
               MOVE SPACES TO PRT-LINE
               STRING '         REGISTER (RUN ' ARCV-REG-RUNID
                      ') SIZE=' ARCV-REG-SIZE
                      ' RECORDS=' ARCV-REG-RECS
                      ' CHECKSUM=' ARCV-REG-CHK
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-VFY-LINE
             END-IF
             IF NOT ARCV-MISSING
               MOVE SPACES TO PRT-LINE
               STRING '         ARCHIVE NOW'
                      '                     SIZE='
                      FNGP-SIZE ' RECORDS=' FNGP-RECS
                      ' CHECKSUM=' FNGP-CHK
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-VFY-LINE
             END-IF
           END-IF
           .

       PRINT-VFY-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-VFY-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-ARCHCAT-REC SECTION.
           READ ARCHCAT
           IF ARCHCAT-FS NOT = '00'
             SET ARCHCAT-EOF TO TRUE
           END-IF
           .

       COPY ARCVCHK.

       COPY FNGPWR.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
