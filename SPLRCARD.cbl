       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLRCARD.

      *> Monthly feed supplier scorecard. STAGEIN logs every
      *> staging on the arrival log (FEEDARRV.txt - offsets per
      *> SPLRFD.cpy) against the supplier master's promise; this
      *> program turns one month of that log into one block per
      *> supplier: deliveries made, how many on time, how many late
      *> with the minutes late of each, quarantine refusals,
      *> duplicate re-sends of a feed already consumed, and control
      *> counts corrected by a same-day re-delivery - so the
      *> supplier conversation runs on facts instead of memories.
      *>
      *> A delivery is the first arrival of a dataset on a day;
      *> later arrivals that day are re-sends and never count as
      *> late. A delivery with no due time on the master is counted
      *> but neither on time nor late. Arrivals for datasets the
      *> master does not know are scored under UNKNOWN, which is
      *> the prompt to add them to the master.
      *>
      *> SPLRCARD_MONTH picks the month (YYYYMM); unset, the
      *> current month.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SPLRSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY SPLRFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY SPLRWS.
           COPY RUNIWS.
           COPY RPGNWS.
           05 CARD-MONTH      PIC X(6).
           05 CARD-DATE       PIC 9(8).
           05 SC-CNT          PIC S9(4) COMP VALUE 0.
           05 SC-IX           PIC S9(4) COMP.
      *> One scorecard row per distinct supplier on the master,
      *> plus UNKNOWN for arrivals the master cannot place.
           05 SC-TBL.
              10 SC-ENT OCCURS 51 TIMES.
                 15 SC-ID        PIC X(8).
                 15 SC-CONTACT   PIC X(40).
                 15 SC-DELIV     PIC 9(5).
                 15 SC-ONTIME    PIC 9(5).
                 15 SC-LATE      PIC 9(5).
                 15 SC-NODUE     PIC 9(5).
                 15 SC-LATE-MIN  PIC 9(7).
                 15 SC-MAX-LATE  PIC 9(5).
                 15 SC-RESEND    PIC 9(5).
                 15 SC-REFUSED   PIC 9(5).
                 15 SC-DUP       PIC 9(5).
                 15 SC-CORR      PIC 9(5).
           05 ARRV-SUPPLIER   PIC X(8).
           05 ARRV-MIN-LATE   PIC 9(5).
           05 ARRV-CNT        PIC 9(6)   VALUE 0.
           05 ONTIME-PCT      PIC 9(3).
           05 AVG-LATE        PIC 9(5).
           05 CNT-ED-1        PIC ZZZZ9.
           05 CNT-ED-2        PIC ZZZZ9.
           05 CNT-ED-3        PIC ZZZZ9.
           05 CNT-ED-4        PIC ZZZZ9.
           05 MIN-ED          PIC ZZZZ9.
           05 PCT-ED          PIC ZZ9.

       COPY PRTCWS.

       01  SWITCHES.
           05 SC-FND-FLAG     PIC X   VALUE 'N'.
              88 SC-FOUND             VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'SPLRCARD' TO RPGN-PGM

           MOVE SPACES TO CARD-MONTH
           ACCEPT CARD-MONTH FROM ENVIRONMENT 'SPLRCARD_MONTH'
           IF CARD-MONTH = SPACES
             ACCEPT CARD-DATE FROM DATE YYYYMMDD
             MOVE CARD-DATE(1:6) TO CARD-MONTH
           END-IF
           IF CARD-MONTH IS NOT NUMERIC
             DISPLAY 'SPLRCARD: MONTH ' CARD-MONTH
                     ' IS NOT YYYYMM'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-SPLR-MASTER
           PERFORM BUILD-SUPPLIER-ROWS
           PERFORM TALLY-ARRIVALS

           MOVE 'SPLRCARD' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE SPACES TO PRT-TITLE
           STRING 'FEED SUPPLIER SCORECARD - MONTH ' CARD-MONTH
                  DELIMITED BY SIZE INTO PRT-TITLE
           MOVE 'SUPPLIER / DELIVERIES, TIMELINESS AND QUALITY'
             TO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM VARYING SC-IX FROM 1 BY 1 UNTIL SC-IX > SC-CNT
             IF SC-ID(SC-IX) NOT = 'UNKNOWN'
                OR SC-DELIV(SC-IX) + SC-RESEND(SC-IX) > 0
               PERFORM PRINT-SUPPLIER-CARD
             END-IF
           END-PERFORM
           IF ARRV-CNT = 0
             MOVE '   NO ARRIVALS LOGGED FOR THE MONTH' TO PRT-LINE
             PERFORM PRINT-CARD-LINE
           END-IF

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'SPLRCARD: ' ARRV-CNT ' ARRIVAL(S) IN ' CARD-MONTH
                   ' - REPORT IN ' FUNCTION TRIM(PRT-DSN)

           GOBACK
           .

      *> A supplier with several datasets on the master gets one
      *> row; its contact is the one on its first dataset.
       BUILD-SUPPLIER-ROWS SECTION.
           MOVE 0 TO SC-CNT
           PERFORM VARYING SPLR-IX FROM 1 BY 1
                     UNTIL SPLR-IX > SPLR-CNT
             MOVE SPLR-ID(SPLR-IX) TO ARRV-SUPPLIER
             PERFORM FIND-SC-ROW
             IF NOT SC-FOUND
               MOVE SPLR-CONTACT(SPLR-IX) TO SC-CONTACT(SC-IX)
             END-IF
           END-PERFORM
           MOVE 'UNKNOWN' TO ARRV-SUPPLIER
           PERFORM FIND-SC-ROW
           IF NOT SC-FOUND
             MOVE 'NOT ON THE SUPPLIER MASTER' TO SC-CONTACT(SC-IX)
           END-IF
           .

      *> Points SC-IX at ARRV-SUPPLIER's row, adding it when new;
      *> SC-FOUND says whether it was already there.
       FIND-SC-ROW SECTION.
           MOVE 'N' TO SC-FND-FLAG
           PERFORM VARYING SC-IX FROM 1 BY 1
                     UNTIL SC-IX > SC-CNT OR SC-FOUND
             IF SC-ID(SC-IX) = ARRV-SUPPLIER
               SET SC-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF SC-FOUND
             SUBTRACT 1 FROM SC-IX
           ELSE
             IF SC-CNT < 51
               ADD 1 TO SC-CNT
             END-IF
             MOVE SC-CNT TO SC-IX
             MOVE ARRV-SUPPLIER TO SC-ID(SC-IX)
           END-IF
           .

       TALLY-ARRIVALS SECTION.
           MOVE 'C' TO FEEDARRV-FLAG
           OPEN INPUT FEEDARRV
           IF FEEDARRV-FS NOT = '00'
             DISPLAY 'SPLRCARD: NO ARRIVAL LOG, FILE STATUS='
                     FEEDARRV-FS
             EXIT SECTION
           END-IF
           PERFORM READ-FEEDARRV-REC
           PERFORM UNTIL FEEDARRV-EOF
             IF FEEDARRV-REC(1:6) = CARD-MONTH
               ADD 1 TO ARRV-CNT
               MOVE FEEDARRV-REC(28:8) TO ARRV-SUPPLIER
               PERFORM FIND-SC-ROW
               PERFORM TALLY-ONE-ARRIVAL
             END-IF
             PERFORM READ-FEEDARRV-REC
           END-PERFORM
           CLOSE FEEDARRV
           .

       TALLY-ONE-ARRIVAL SECTION.
           MOVE 0 TO ARRV-MIN-LATE
           IF FEEDARRV-REC(42:5) IS NUMERIC
             MOVE FEEDARRV-REC(42:5) TO ARRV-MIN-LATE
           END-IF
           IF FEEDARRV-REC(48:1) = 'Y'
             ADD 1 TO SC-DELIV(SC-IX)
             EVALUATE TRUE
               WHEN FEEDARRV-REC(37:4) = SPACES
                 ADD 1 TO SC-NODUE(SC-IX)
               WHEN ARRV-MIN-LATE > 0
                 ADD 1 TO SC-LATE(SC-IX)
                 ADD ARRV-MIN-LATE TO SC-LATE-MIN(SC-IX)
                 IF ARRV-MIN-LATE > SC-MAX-LATE(SC-IX)
                   MOVE ARRV-MIN-LATE TO SC-MAX-LATE(SC-IX)
                 END-IF
               WHEN OTHER
                 ADD 1 TO SC-ONTIME(SC-IX)
             END-EVALUATE
           ELSE
             ADD 1 TO SC-RESEND(SC-IX)
           END-IF
           IF FEEDARRV-REC(50:8) = 'REFUSED'
             ADD 1 TO SC-REFUSED(SC-IX)
           END-IF
           IF FEEDARRV-REC(59:1) = 'Y'
             ADD 1 TO SC-DUP(SC-IX)
           END-IF
           IF FEEDARRV-REC(61:1) = 'Y'
             ADD 1 TO SC-CORR(SC-IX)
           END-IF
           .

       PRINT-SUPPLIER-CARD SECTION.
           MOVE SPACES TO PRT-LINE
           STRING 'SUPPLIER ' SC-ID(SC-IX) '  CONTACT '
                  SC-CONTACT(SC-IX)
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-CARD-LINE

           MOVE SC-DELIV(SC-IX) TO CNT-ED-1
           MOVE SC-ONTIME(SC-IX) TO CNT-ED-2
           MOVE SC-LATE(SC-IX) TO CNT-ED-3
           MOVE SC-NODUE(SC-IX) TO CNT-ED-4
           MOVE 0 TO ONTIME-PCT
           IF SC-ONTIME(SC-IX) + SC-LATE(SC-IX) > 0
             COMPUTE ONTIME-PCT ROUNDED = SC-ONTIME(SC-IX) * 100
                     / (SC-ONTIME(SC-IX) + SC-LATE(SC-IX))
           END-IF
           MOVE ONTIME-PCT TO PCT-ED
           MOVE SPACES TO PRT-LINE
           STRING '   DELIVERIES ' CNT-ED-1 '   ON TIME ' CNT-ED-2
                  '   LATE ' CNT-ED-3 '   NO DUE TIME ' CNT-ED-4
                  '   ON-TIME RATE ' PCT-ED '%'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-CARD-LINE

           IF SC-LATE(SC-IX) > 0
             COMPUTE AVG-LATE ROUNDED = SC-LATE-MIN(SC-IX)
                     / SC-LATE(SC-IX)
             MOVE AVG-LATE TO CNT-ED-1
             MOVE SC-MAX-LATE(SC-IX) TO CNT-ED-2
             MOVE SPACES TO PRT-LINE
             STRING '   MINUTES LATE - AVERAGE ' CNT-ED-1
                    '   WORST ' CNT-ED-2
                    DELIMITED BY SIZE INTO PRT-LINE
             PERFORM PRINT-CARD-LINE
             PERFORM PRINT-LATE-DELIVERIES
           END-IF

           MOVE SC-REFUSED(SC-IX) TO CNT-ED-1
           MOVE SC-DUP(SC-IX) TO CNT-ED-2
           MOVE SC-CORR(SC-IX) TO CNT-ED-3
           MOVE SC-RESEND(SC-IX) TO CNT-ED-4
           MOVE SPACES TO PRT-LINE
           STRING '   QUARANTINE REFUSALS ' CNT-ED-1
                  '   DUPLICATE RE-SENDS ' CNT-ED-2
                  '   CTL CORRECTIONS ' CNT-ED-3
                  '   SAME-DAY RE-SENDS ' CNT-ED-4
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-CARD-LINE
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-CARD-LINE
           .

      *> One line per late delivery, in log order, so the minutes
      *> are there to quote back to the supplier.
       PRINT-LATE-DELIVERIES SECTION.
           MOVE 'C' TO FEEDARRV-FLAG
           OPEN INPUT FEEDARRV
           IF FEEDARRV-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-FEEDARRV-REC
           PERFORM UNTIL FEEDARRV-EOF
             IF FEEDARRV-REC(1:6) = CARD-MONTH
                AND FEEDARRV-REC(28:8) = SC-ID(SC-IX)
                AND FEEDARRV-REC(48:1) = 'Y'
                AND FEEDARRV-REC(37:4) NOT = SPACES
                AND FEEDARRV-REC(42:5) IS NUMERIC
                AND FEEDARRV-REC(42:5) > '00000'
               MOVE FEEDARRV-REC(42:5) TO ARRV-MIN-LATE
               MOVE ARRV-MIN-LATE TO MIN-ED
               MOVE SPACES TO PRT-LINE
               STRING '     LATE ' FEEDARRV-REC(1:8) ' '
                      FEEDARRV-REC(19:8) ' DUE '
                      FEEDARRV-REC(37:2) ':' FEEDARRV-REC(39:2)
                      ' ARRIVED ' FEEDARRV-REC(10:2) ':'
                      FEEDARRV-REC(12:2) ' ' MIN-ED ' MIN  '
                      FUNCTION TRIM(FEEDARRV-REC(72:40))
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-CARD-LINE
             END-IF
             PERFORM READ-FEEDARRV-REC
           END-PERFORM
           CLOSE FEEDARRV
           .

       PRINT-CARD-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       COPY SPLRRD.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
