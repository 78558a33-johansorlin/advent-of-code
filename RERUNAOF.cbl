      *> historical rerun, and CALLs the program. RECONCIL skips
      *> 'H' records, so reproducing last month's answer does not
      *> flag it as a changed answer.
      *> RUN_TYPE goes to 'H' alongside it, so CHGBACK charges the
      *> rerun at the historical-rerun rate.
      *> The archive is proved against the fingerprint register
      *> first (VERIFY-ARCHIVE, ARCVCHK.cpy - the check ARCHVFY
      *> runs over the whole catalog): one that is missing,
      *> truncated or altered is refused rather than quietly
      *> reproducing a different answer. An archive the register
      *> has no entry for cannot be proved either way and is rerun
      *> with a warning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARCCSEL.

           COPY FNGPSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ARCCFD.

       COPY FNGPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 ARCHCAT-FS      PIC XX.
           05 ENV-NAME        PIC X(20).
           05 ENV-VALUE       PIC X(80).
           05 STEP-RC         PIC S9(4).
           COPY FNGPWS.
           COPY ARCVWS.

       01  SWITCHES.
           05 ARCHCAT-FLAG    PIC X   VALUE 'C'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
             GOBACK
           END-IF

           PERFORM VERIFY-ARCHIVE
           EVALUATE TRUE
             WHEN ARCV-FAILED
               DISPLAY 'RERUNAOF: ARCHIVE ' FUNCTION TRIM(RERUN-DSN)
                       ' FAILED VERIFICATION - '
                       FUNCTION TRIM(ARCV-VERDICT)
               IF ARCV-REG-RUNID NOT = SPACES
                 DISPLAY 'RERUNAOF: REGISTER (RUN ' ARCV-REG-RUNID
                         ') SIZE=' ARCV-REG-SIZE ' RECORDS='
                         ARCV-REG-RECS ' CHECKSUM=' ARCV-REG-CHK
               END-IF
               IF NOT ARCV-MISSING
                 DISPLAY 'RERUNAOF: ARCHIVE NOW SIZE=' FNGP-SIZE
                         ' RECORDS=' FNGP-RECS ' CHECKSUM=' FNGP-CHK
               END-IF
               DISPLAY 'RERUNAOF: RERUN REFUSED - THE ARCHIVE NO '
                       'LONGER HOLDS THE INPUT THAT RUN READ'
               MOVE 8 TO RETURN-CODE
               GOBACK
             WHEN ARCV-UNREGISTERED
               DISPLAY 'RERUNAOF: WARNING - NO FINGERPRINT ON RECORD '
                       'FOR THIS ARCHIVE, IT CANNOT BE VERIFIED'
             WHEN OTHER
               DISPLAY 'RERUNAOF: ARCHIVE VERIFIED AGAINST THE '
                       'FINGERPRINT REGISTER (RUN ' ARCV-REG-RUNID ')'
           END-EVALUATE

           DISPLAY 'RERUNAOF: RERUNNING ' RERUN-PGM ' AGAINST '
                   FUNCTION TRIM(RERUN-DSN)

           MOVE 'H' TO ENV-VALUE
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE 'RUN_TYPE' TO ENV-NAME
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE

           CALL RERUN-PGM
           END-CALL
           MOVE SPACES TO ENV-VALUE
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE 'RUN_TYPE' TO ENV-NAME
           DISPLAY ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY ENV-VALUE UPON ENVIRONMENT-VALUE

           IF STEP-RC = 0
             DISPLAY 'RERUNAOF: RERUN COMPLETE - ENTRIES STAMPED '
                  AND ARCHCAT-REC(10:8) = RERUN-DATE-X
                 SET ARCHIVE-FOUND TO TRUE
                 MOVE ARCHCAT-REC(28:80) TO RERUN-DSN
                 MOVE ARCHCAT-REC(1:8) TO ARCV-PGM
                 MOVE ARCHCAT-REC(10:8) TO ARCV-DATE
                 MOVE ARCHCAT-REC(19:8) TO ARCV-TIME
                 MOVE ARCHCAT-REC(28:80) TO ARCV-DSN
               END-IF
               PERFORM READ-ARCHCAT-REC
             END-PERFORM
           END-IF
           .

       COPY ARCVCHK.

       COPY FNGPWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
