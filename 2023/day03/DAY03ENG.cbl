      *> check to run on demand before trusting the sort engine
      *> alone. 'A' (or unset) is the size-driven automatic choice;
      *> DAY03ENG_LIMIT overrides the 50,000-record switch point.
      *>
      *> Once the answers are recorded the step CALLs PARTMNT to
      *> bring the part master up to date with this schematic.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY RESSEL.

           COPY RPGNSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ANSHFD.

       COPY RESFD.

       COPY RPGNFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSHWS.
           COPY AUDTWS.
           COPY RESWS.
           COPY PZLIWS.
           COPY DSNPWS.
           COPY RPGNWS.
           05 ENGINE-SW       PIC X.
           05 ENGINE-PGM      PIC X(8).
           05 LIMIT-TEXT      PIC X(8).
           05 SIZE-FND-FLAG   PIC X   VALUE 'N'.
              88 INPUT-SIZED          VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM GET-RUN-ID

           MOVE 'DAY03ENG' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           EVALUATE ENGINE-SW
             WHEN 'P'
               MOVE 'DAY03P1' TO ENGINE-PGM
               MOVE 'DAY03ENG: DAY03P1 FORCED BY DAY03_ENGINE'
                 TO SYSO-LINE
               PERFORM WRITE-SYSOUT
             WHEN 'S'
               MOVE 'DAY03SRT' TO ENGINE-PGM
               MOVE 'DAY03ENG: DAY03SRT FORCED BY DAY03_ENGINE'
                 TO SYSO-LINE
               PERFORM WRITE-SYSOUT
             WHEN 'B'
               MOVE SPACES TO ENGINE-PGM
               MOVE SPACES TO SYSO-LINE
               STRING 'DAY03ENG: CROSS-VERIFICATION RUN - BOTH '
                      'ENGINES, SUMS RECONCILED'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             WHEN OTHER
               PERFORM SELECT-ENGINE-BY-SIZE
           END-EVALUATE
             ELSE
               MOVE 'DAY03P1' TO ENGINE-PGM
             END-IF
             MOVE SPACES TO SYSO-LINE
             STRING 'DAY03ENG: ' ENGINE-PGM ' SELECTED - '
                    'D3P1CTL COUNT ' INPUT-RECS ' VS LIMIT '
                    ENGINE-LIMIT
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           ELSE
             PERFORM FIND-INPUT-FINGERPRINT
             IF INPUT-SIZED
               ELSE
                 MOVE 'DAY03P1' TO ENGINE-PGM
               END-IF
               MOVE SPACES TO SYSO-LINE
               STRING 'DAY03ENG: ' ENGINE-PGM ' SELECTED - '
                      'FINGERPRINT SIZE ' INPUT-BYTES
                      ' VS LIMIT ' BYTE-LIMIT
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             ELSE
               MOVE 'DAY03P1' TO ENGINE-PGM
               MOVE SPACES TO SYSO-LINE
               STRING 'DAY03ENG: DAY03P1 SELECTED - NO CONTROL '
                      'COUNT OR FINGERPRINT FOR THIS INPUT YET'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF
           END-IF
           .

       READ-FINGPRNT-REC SECTION.
           READ FINGPRNT
           PERFORM UNTIL FINGPRNT-FS NOT = '00'
                      OR FINGPRNT-REC(1:1) NOT = '*'
             MOVE 'FINGPRNT' TO MLBL-FILE
             MOVE FINGPRNT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ FINGPRNT
           END-PERFORM
           IF FINGPRNT-FS NOT = '00'
             SET FNGP-RD-EOF TO TRUE
           END-IF
           END-IF

           IF DIFF-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING 'FATAL: ENGINE SUMS DISAGREE ON ' DIFF-CNT
                    ' ANSWER(S) - SEE EXCPMSTR.TXT REASON ENGDIFF'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             CLOSE EXCPMSTR
             MOVE 'ENGINE SUMS DISAGREE' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             CLOSE AUDTLOG
             GOBACK
           END-IF
           MOVE SPACES TO SYSO-LINE
           STRING 'DAY03ENG: ENGINES AGREE - PARTS-SUM AND '
                  'GEAR-RATIO-SUM IDENTICAL ACROSS BOTH'
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT
      *> The agreed answers are re-recorded from the in-memory
      *> engine - either would do once they match.
           MOVE 'DAY03P1' TO ENGINE-PGM
      *> readers see one continuous series whichever engine ran.
       RECORD-STEP-ANSWERS SECTION.
           IF ENGINE-PGM = SPACES
             MOVE SPACES TO SYSO-LINE
             STRING 'DAY03ENG: NO ENGINE COMPLETED - NOTHING TO '
                    'RECORD'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           ELSE
      *> Both values are read back before the history is re-opened
      *> for append - the shared SELECT is one file connector, so a
               MOVE ENGINE-PGM TO RES-VALUE
               PERFORM WRITE-RESRPT
               CLOSE RESRPT
               PERFORM MAINTAIN-PART-MASTER
             ELSE
               MOVE SPACES TO SYSO-LINE
               STRING 'DAY03ENG: ' ENGINE-PGM ' LEFT NO ANSWER IN '
                      'ANSHIST.TXT - ENGINE RC ' WORST-RC
                      ' STANDS FOR THE STEP'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF
           END-IF
           .

      *> The engine's answers are on record, so the schematic it
      *> just read is folded into the part master (PARTMNT.cbl) -
      *> parts added, retired and re-valued since the last run. Its
      *> return code is harvested the same way as the engine's.
       MAINTAIN-PART-MASTER SECTION.
           MOVE 0 TO RETURN-CODE
           CALL 'PARTMNT'
           END-CALL
           MOVE RETURN-CODE TO ENGINE-RC
           IF ENGINE-RC > WORST-RC
             MOVE ENGINE-RC TO WORST-RC
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *> Last value in the answer history for (RDBK-PGM, RDBK-LABEL)
      *> - the same fixed offsets REGTEST reads the history by.
       FIND-LAST-ANSWER SECTION.

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
             SET ANSH-RD-EOF TO TRUE
           END-IF
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY03ENG' TO DSNP-PGM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'ENGINE-SW' TO DSNP-ADD-NAME
           MOVE ENGINE-SW TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'ENGINE-PGM' TO DSNP-ADD-NAME
           MOVE ENGINE-PGM TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'ENGINE-LIMIT' TO DSNP-ADD-NAME
           MOVE ENGINE-LIMIT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'INPUT-RECS' TO DSNP-ADD-NAME
           MOVE INPUT-RECS TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'INPUT-BYTES' TO DSNP-ADD-NAME
           MOVE INPUT-BYTES TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'WORST-RC' TO DSNP-ADD-NAME
           MOVE WORST-RC TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'DIFF-CNT' TO DSNP-ADD-NAME
           MOVE DIFF-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'P1-PARTS' TO DSNP-ADD-NAME
           MOVE P1-PARTS TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'SRT-PARTS' TO DSNP-ADD-NAME
           MOVE SRT-PARTS TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'P1-GEARS' TO DSNP-ADD-NAME
           MOVE P1-GEARS TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'SRT-GEARS' TO DSNP-ADD-NAME
           MOVE SRT-GEARS TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'SIZE-FND-FLAG' TO DSNP-ADD-NAME
           MOVE SIZE-FND-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       COPY ANSHOPN.

       COPY ANSHWR.

       COPY EXCMWR.

       COPY RPGNGET.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
