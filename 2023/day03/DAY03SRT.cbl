
           COPY RESSEL.

           COPY RPGNSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY RESFD.

       COPY RPGNFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSHWS.
           COPY RESWS.
           COPY RUNIWS.
           COPY PZLIWS.
           COPY DSNPWS.
           COPY RPGNWS.
           05 SYMSET-FS       PIC XX.
           05 SYM-SET         PIC X(20).
           05 SYM-SET-LEN     PIC S9(4) COMP.
           05 SEC-HELD-FLAG   PIC X   VALUE 'N'.
              88 SECONDARY-HELD       VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM GET-RUN-ID

           MOVE 'DAY03SRT' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM RESOLVE-GEARS

           MOVE PARTS-SUM TO PARTS-SUM-ED
           MOVE PARTS-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           IF EXCP-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING EXCP-CNT ' unknown character(s) in the '
                    'schematic, see EXCPMSTR.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           MOVE GEAR-RATIO-SUM TO GEAR-RATIO-SUM-ED
           MOVE GEAR-RATIO-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT

           MOVE 'DAY03SRT' TO ANSHIST-PGM
           MOVE 'PARTS-SUM' TO ANSHIST-LABEL
             MOVE SYMSORTD-REC(13:1) TO BUF-CHR(BUF-CNT)
             MOVE 0 TO BUF-VAL(BUF-CNT)
           ELSE
             MOVE SPACES TO SYSO-LINE
             STRING 'DAY03SRT: WARNING - MERGE BUFFER FULL, '
                    'RECORD DROPPED AT ROW ' SYMSORTD-REC(1:8)
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           .

             MOVE NUMSORTD-REC(17:3) TO BUF-VAL(BUF-CNT)
             MOVE SPACE TO BUF-CHR(BUF-CNT)
           ELSE
             MOVE SPACES TO SYSO-LINE
             STRING 'DAY03SRT: WARNING - MERGE BUFFER FULL, '
                    'RECORD DROPPED AT ROW ' NUMSORTD-REC(1:8)
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           .

           END-PERFORM
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY03SRT' TO DSNP-PGM
           MOVE PZL-REC TO DSNP-IMAGE
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'ROW-NO' TO DSNP-ADD-NAME
           MOVE ROW-NO TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'EXCP-CNT' TO DSNP-ADD-NAME
           MOVE EXCP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'MERGE-BUF' TO DSNP-ADD-NAME
           MOVE BUF-CNT TO DSNP-ADD-NUM
           MOVE 6000 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CUR-ROW' TO DSNP-ADD-NAME
           MOVE CUR-ROW TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'PARTS-SUM' TO DSNP-ADD-NAME
           MOVE PARTS-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'GEAR-RATIO-SUM' TO DSNP-ADD-NAME
           MOVE GEAR-RATIO-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PZLINPUT-FLAG' TO DSNP-ADD-NAME
           MOVE PZLINPUT-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'PRI-EOF-FLAG' TO DSNP-ADD-NAME
           MOVE PRI-EOF-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'SEC-EOF-FLAG' TO DSNP-ADD-NAME
           MOVE SEC-EOF-FLAG TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-REC
           COPY PZLFSCHK.
               MOVE SYMSET-REC(1:20) TO SYM-SET
               COMPUTE SYM-SET-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(SYM-SET, TRAILING))
               MOVE SPACES TO SYSO-LINE
               STRING 'SYMBOL SET OVERRIDDEN FROM SYMSET.TXT: '
                      FUNCTION TRIM(SYM-SET)
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             END-IF
             CLOSE SYMSET
           END-IF

       COPY FNGPWR.

       COPY RPGNGET.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
