
           COPY PARMSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY PARMFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 CUBESLIM-FS     PIC XX.
           05 MINCRPT-DSN     PIC X(80).
           05 RECONRPT-FS     PIC XX.
              88 OFFICIAL-PASS        VALUE 'O'.
              88 WHATIF-PASS          VALUE 'W'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'DAY02' TO RPGN-PGM

           MOVE 'DAY02' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-BAG-REPORT

           MOVE GAME-SUM TO GAME-SUM-ED
           MOVE GAME-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           MOVE POWER-SUM TO POWER-SUM-ED
           MOVE POWER-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           IF OUTLR-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING OUTLR-CNT ' outlier game(s), see OUTLRPT.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           IF DUPR-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING DUPR-CNT ' duplicate entry warning(s), see '
                    'DUPRPT.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

      *> Gated behind DAY02_WHATIF so an unattended batch/regression
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: A REPORT COULD NOT BE PRODUCED - '
                    'SEE IOSUMRPT.TXT'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           PERFORM GRADE-RPT-STATUS
           END-IF
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY02' TO DSNP-PGM
           MOVE PZL-REC TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CTL-ACTUAL' TO DSNP-ADD-NAME
           MOVE CTL-ACTUAL TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP' TO DSNP-ADD-NAME
           MOVE CTL-EXP TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'CTL-EXP-FLAG' TO DSNP-ADD-NAME
           MOVE CTL-EXP-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'SUBSETS-TBL' TO DSNP-ADD-NAME
           MOVE SUBSETS-LEN TO DSNP-ADD-NUM
           MOVE 500 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'REVEAL-TXT' TO DSNP-ADD-NAME
           MOVE RVL-CNT TO DSNP-ADD-NUM
           MOVE 50 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'GAME-ID' TO DSNP-ADD-NAME
           MOVE GAME-ID TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'GAME-SUM' TO DSNP-ADD-NAME
           MOVE GAME-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'POWER-SUM' TO DSNP-ADD-NAME
           MOVE POWER-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'OUTLR-CNT' TO DSNP-ADD-NAME
           MOVE OUTLR-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'DUPR-CNT' TO DSNP-ADD-NAME
           MOVE DUPR-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PASS-FLAG' TO DSNP-ADD-NAME
           MOVE PASS-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'WHATIF-SW' TO DSNP-ADD-NAME
           MOVE WHATIF-SW TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-REC
           COPY PZLFSCHK.
      *> SUBSETS-TBL is fixed at 500 rows (OCCURS 0 TO 500); warn well
      *> before a game's cube-count list could overrun it.
           IF SUBSETS-LEN > 450
             MOVE SUBSETS-LEN TO SYSO-NUM
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: GAME ' GAME-ID ' HAS '
                    FUNCTION TRIM(SYSO-NUM)
                    ' SUBSETS, APPROACHING THE 500-ROW LIMIT'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           IF OFFICIAL-PASS
      *> 12/13/14 default or CUBESLIM.txt's override), so the first
      *> trial is a one-field tweak rather than re-entering all three.
      *> What-if reruns are an analyst function, not an operator
      *> default - the credential service and the permissions
      *> master gate it, and an unverified or unauthorized request
      *> just skips the mode (on the security log) instead of
      *> failing the production answers already computed.
       WHATIF-LOOP SECTION.
           MOVE 'WHATIF' TO AUTH-FUNC
           MOVE 'V' TO CRED-ACTION
           MOVE OPERATOR-ID TO CRED-OPER
           MOVE 'DAY02' TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE AUTH-FUNC TO CRED-FUNC
           MOVE SPACES TO CRED-BY
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL
           IF NOT CRED-VERIFIED
             MOVE SPACES TO SYSO-LINE
             STRING 'DAY02: WHAT-IF MODE SKIPPED - '
                    FUNCTION TRIM(CRED-REASON)
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             EXIT SECTION
           END-IF
           PERFORM CHECK-OPER-AUTH
           IF NOT AUTH-GRANTED
             MOVE SPACES TO SYSO-LINE
             STRING 'DAY02: OPERATOR ' OPERATOR-ID ' IS NOT '
                    'PROFILED FOR WHAT-IF MODE - SKIPPED'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'L' TO CRED-ACTION
             MOVE 'DENIED' TO CRED-EVENT
             MOVE 'NOT PROFILED FOR THE FUNCTION IN OPERAUTH.TXT'
               TO CRED-DETAIL
             CALL 'CREDSRV' USING CRED-CTL
             END-CALL
             EXIT SECTION
           END-IF
           IF AUTH-REC-CNT > 0
             PERFORM RECORD-AUTH-USE
           END-IF
           MOVE 'N' TO WHATIF-DONE-SW
           MOVE CUBES-LIM TO WI-CUBES-LIM

           MOVE SPACES TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           MOVE 'DAY02 WHAT-IF MODE - TRY ALTERNATE CUBE LIMITS'
             TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           MOVE SPACES TO SYSO-LINE
           STRING 'AGAINST ' PZLINPUT-DSN
                  DELIMITED BY SIZE INTO SYSO-LINE
           PERFORM WRITE-SYSOUT

           PERFORM UNTIL WHATIF-DONE
             MOVE SPACES TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             DISPLAY 'RED LIMIT (BLANK TO EXIT, CURRENT '
                     RED OF WI-CUBES-LIM '): ' WITH NO ADVANCING
             MOVE SPACES TO WI-RESPONSE
               PERFORM WHATIF-RERUN

               MOVE WI-GAME-SUM TO WI-GAME-SUM-ED
               MOVE SPACES TO SYSO-LINE
               STRING 'WHAT-IF RED=' RED OF WI-CUBES-LIM
                      ' GREEN=' GREEN OF WI-CUBES-LIM
                      ' BLUE=' BLUE OF WI-CUBES-LIM
                      ' GAME-SUM=' WI-GAME-SUM-ED
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF
           END-PERFORM
           .

       COPY FNGPWR.

       COPY DSNPWR.

       COPY AUTHCK.

       COPY PARMWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
