
           COPY ARCCSEL.

           COPY DSNPSEL.

           COPY EXCMSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PZLINPUT.

       COPY ARCCFD.

       COPY DSNPFD.

       COPY EXCMFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RPTKWS.
           COPY PZLIWS.
           COPY DSNPWS.
           05 SCRDRPT-FS      PIC XX.
           05 SCRDRPT-DSN     PIC X(80).
           05 DUPRPT-FS       PIC XX.
           COPY AUDTWS.
           COPY RESWS.
           COPY ARCHWS.
           COPY EXCMWS.
           05 POINTS-SUM      PIC S9(9) COMP.
           05 CARDS-SUM       PIC 9(16).
           05 POINTS-SUM-ED   PIC ZZZ,ZZZ,ZZ9.
           05 CARDS-CNT       PIC 9(5).
           05 WI-CNT          PIC S9(4) COMP.
           05 MY-CNT          PIC S9(4) COMP.
           *> Current card. The id is five digits wide so a card
           *> numbered past 999 keeps its own id instead of colliding
           *> with the card numbered by its last three digits.
           05 CARD            PIC X(12).
           05 CARD-NUMS       PIC X(192).
           05 CARD-TEXT       PIC X(4).
           05 CARD-ID         PIC 9(5).
           05 WI-NUM          PIC X(29).
           05 MY-NUM          PIC X(74).

           05 CARDS-TBL OCCURS 1 TO 10000 TIMES
                 DEPENDING ON CARDS-CNT
                 INDEXED BY CX.
             10 CARD-ID-T     PIC 9(5).
             10 CARD-PTS      PIC 9(4).
             10 CARD-MATCH    PIC 99.
             10 INSTANCES     PIC 9(6).
              88 FIRST-MATCH          VALUE 'Y'.
           05 CARDS-OVERFLOW  PIC X   VALUE 'N'.
              88 TOO-MANY-CARDS       VALUE 'Y'.
           05 DUPCARD-FLAG    PIC X   VALUE 'N'.
              88 DUPCARD-SEEN         VALUE 'Y'.

       COPY SYSOCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE 'DAY04' TO RPGN-PGM

           MOVE 'DAY04' TO AUDT-PGM
           MOVE FUNCTION WHEN-COMPILED TO AUDT-BUILD
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE 'DAY04' TO EXCM-PGM
           PERFORM OPEN-EXCPMSTR

           MOVE 'input.txt' TO PZLINPUT-DSN
           ACCEPT PZLINPUT-DSN FROM ENVIRONMENT 'PZLINPUT_DSN'
           IF PZLINPUT-DSN = SPACES
           MOVE 'D04CHKP.txt' TO CHKP-DSN
           PERFORM READ-CHKPNT
           IF CHKP-IN-PROGRESS
             MOVE SPACES TO SYSO-LINE
             STRING 'NOTICE: PRIOR RUN WAS INTERRUPTED AFTER CARD '
                    CHKP-CNT ' - RE-INGESTING THE FULL FILE FROM '
                    'CARD 1'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           *> Ingest cards, scoring each one (part-1 points and the
           END-IF

           IF TOO-MANY-CARDS
             MOVE SPACES TO SYSO-LINE
             STRING 'ERROR: MORE THAN 10000 CARDS - REJECTED AT '
                    'CARD ' CARDS-CNT
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE SPACES TO SYSO-LINE
             STRING 'POINTS-SUM AND CARDS-SUM NOT COMPUTED - '
                    'TOO MANY CARDS'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
             MOVE DUPRPT-FS TO RPTK-FS
             MOVE DUPRPT-DSN TO RPTK-DSN
             PERFORM CHECK-RPT-STATUS
             CLOSE DUPRPT
             MOVE 'TOO MANY CARDS' TO DSNP-REASON
             PERFORM WRITE-DIAG-SNAPSHOT
             MOVE 16 TO RETURN-CODE
             MOVE 'ABEND' TO AUDT-EVENT
             MOVE 16 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             CLOSE EXCPMSTR
             GOBACK
           END-IF

           END-PERFORM

           MOVE POINTS-SUM TO POINTS-SUM-ED
           MOVE POINTS-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT
           MOVE CARDS-SUM TO CARDS-SUM-ED
           MOVE CARDS-SUM-ED TO SYSO-LINE
           PERFORM WRITE-SYSOUT

           MOVE 'DAY04' TO ANSHIST-PGM
           MOVE 'POINTS-SUM' TO ANSHIST-LABEL
           PERFORM CHECK-RPT-STATUS
           CLOSE DUPRPT
           IF DUPR-CNT > 0
             MOVE SPACES TO SYSO-LINE
             STRING DUPR-CNT ' duplicate entry warning(s), see '
                    'DUPRPT.txt'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           END-IF

           PERFORM GRADE-RPT-STATUS
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           CLOSE EXCPMSTR

           GOBACK
           .
      *> A card number repeated in the input is most likely a
      *> transcription error - CARD-ID-T(1 thru the old CARDS-CNT)
      *> holds every card already ingested, so the new CARD-ID is
      *> checked against it before the table is extended. The card
      *> is still ingested as before, but the duplicate also goes to
      *> the exception master as DUPCARD so it is counted alongside
      *> every other program's rejects.
       CHECK-DUP-CARD-ID SECTION.
           MOVE 'N' TO DUPCARD-FLAG
           PERFORM VARYING CN2 FROM 1 BY 1 UNTIL CN2 > CARDS-CNT
             IF CARD-ID-T(CN2) = CARD-ID
               MOVE 'CARD-ID' TO DUPE-LIST
               MOVE CARD-ID TO DUPE-NUM
               PERFORM WRITE-DUPE
               SET DUPCARD-SEEN TO TRUE
             END-IF
           END-PERFORM
           IF DUPCARD-SEEN
             COMPUTE EXCM-LINE = CARDS-CNT + 1
             MOVE 'DUPCARD' TO EXCM-REASON
             MOVE PZL-REC TO EXCM-IMAGE
             PERFORM WRITE-EXCPMSTR
           END-IF
           .

      *> A number listed twice in the same card's winning-number list
           WRITE SCRDRPT-REC
           .

      *> Diagnostic snapshot contents for WRITE-DIAG-SNAPSHOT
      *> (DSNPWR.cpy): tables against their ceilings, then the
      *> counters and switches that say how far the step got.
       FILL-DIAG-ITEMS SECTION.
           MOVE 'DAY04' TO DSNP-PGM
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
           MOVE 'CARDS-TBL' TO DSNP-ADD-NAME
           MOVE CARDS-CNT TO DSNP-ADD-NUM
           MOVE 10000 TO DSNP-ADD-MAX
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'CARD-ID' TO DSNP-ADD-NAME
           MOVE CARD-ID TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'POINTS-SUM' TO DSNP-ADD-NAME
           MOVE POINTS-SUM TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'DUPR-CNT' TO DSNP-ADD-NAME
           MOVE DUPR-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'WI-CNT' TO DSNP-ADD-NAME
           MOVE WI-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'C' TO DSNP-ADD-KIND
           MOVE 'MY-CNT' TO DSNP-ADD-NAME
           MOVE MY-CNT TO DSNP-ADD-NUM
           PERFORM ADD-DIAG-ITEM
           MOVE 'S' TO DSNP-ADD-KIND
           MOVE 'CARDS-OVERFLOW' TO DSNP-ADD-NAME
           MOVE CARDS-OVERFLOW TO DSNP-ADD-TEXT
           PERFORM ADD-DIAG-ITEM
           .

       READ-PZLINPUT SECTION.
           READ PZLINPUT INTO PZL-REC
           COPY PZLFSCHK.

       COPY AUDTWR.

       COPY EXCMOPN.

       COPY EXCMWR.

       COPY RESOPN.

       COPY RESWR.

       COPY FNGPWR.

       COPY DSNPWR.

       COPY SYSOWR.

       COPY SBOXRS.

       COPY MLBLCK.
