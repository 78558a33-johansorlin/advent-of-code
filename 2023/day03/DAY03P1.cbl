
           COPY ARCCSEL.

           COPY DSNPSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY ARCCFD.

       COPY DSNPFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 PARTRPT-FS      PIC XX.
           05 PARTRPT-DSN     PIC X(80).
           05 PARTCSV-FS      PIC XX.
           05 SYM-AT-FLAG     PIC X   VALUE 'N'.
              88 SYM-AT-FOUND         VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'DAY03P1' TO RPGN-PGM

           MOVE 'DAY03P1' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           MOVE 'D3P1CHKP.txt' TO CHKP-DSN
           PERFORM READ-CHKPNT
           IF CHKP-IN-PROGRESS
             MOVE SPACES TO SYSO-LINE
             STRING 'NOTICE: PRIOR RUN WAS INTERRUPTED AFTER ROW '
                    CHKP-CNT ' - RE-SCANNING THE FULL FILE FROM ROW 1'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

      *> Read file and split records into one table of numbers
             ADD 1 TO NUM-PTR SYM-PTR ROW
             IF ROW > 100000
               SET SCHM-TOO-TALL TO TRUE
               MOVE ROW TO SYSO-NUM
               MOVE SPACES TO SYSO-LINE
               STRING 'ERROR: SCHEMATIC EXCEEDS 100000 ROWS - '
                      'REJECTED AT ROW ' FUNCTION TRIM(SYSO-NUM)
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             ELSE
               MOVE NUM-PTR TO ROWS-LEN
               IF FUNCTION MOD(ROW, 5000) = 0
             MOVE SCHMLIST-DSN TO RPTK-DSN
             PERFORM CHECK-RPT-STATUS
             CLOSE SCHMLIST
             MOVE 'PARTS-SUM NOT COMPUTED - SCHEMATIC TOO TALL'
               TO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE 'SCHEMATIC TOO TALL' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
           END-PERFORM

           MOVE PARTS-SUM TO PARTS-SUM-ED
           MOVE PARTS-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT

           *> Locate every '*' that is adjacent to exactly two part
           *> numbers (a gear) and sum the product of those two
           END-PERFORM

           MOVE GEAR-RATIO-SUM TO GEAR-RATIO-SUM-ED
           MOVE GEAR-RATIO-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT

           MOVE 'DAY03P1' TO ANSHIST-PGM
           MOVE 'PARTS-SUM' TO ANSHIST-LABEL
           PERFORM WRITE-SYMSTAT-REPORT

           IF EXCP-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING EXCP-CNT ' unknown character(s) in the '
                    'schematic, see EXCPMSTR.TXT'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           CLOSE EXCPMSTR
           END-SEARCH
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY03P1' TO DSNP-PGM
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
           MOVE 'NUM-TBL' TO DSNP-ADD-NAME
           MOVE ROWS-LEN TO DSNP-ADD-NUM
           MOVE 100000 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'T' TO DSNP-ADD-KIND
           MOVE 'SYM-COL-TBL' TO DSNP-ADD-NAME
           MOVE SYM-COL-LEN TO DSNP-ADD-NUM
           MOVE 1000000 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'ROWS' TO DSNP-ADD-NAME
           MOVE ROWS TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'MAX-REC-LEN' TO DSNP-ADD-NAME
           MOVE MAX-REC-LEN TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'PARTS-SUM' TO DSNP-ADD-NAME
           MOVE PARTS-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'GEAR-RATIO-SUM' TO DSNP-ADD-NAME
           MOVE GEAR-RATIO-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'EXCP-CNT' TO DSNP-ADD-NAME
           MOVE EXCP-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'SCHM-OVERFLOW' TO DSNP-ADD-NAME
           MOVE SCHM-OVERFLOW TO DSNP-ADD-TEXT
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
           END-PERFORM

           IF SYM-COL-LEN > 900000
             MOVE SYM-COL-LEN TO SYSO-NUM
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: SYM-COL-TBL HAS ' FUNCTION TRIM(SYSO-NUM)
                    ' ENTRIES, APPROACHING THE 1000000-ROW LIMIT'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF
           .


       COPY FNGPWR.

       COPY DSNPWR.

       COPY TOLRD.

       COPY TOLCHK.

       COPY EXCMWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
