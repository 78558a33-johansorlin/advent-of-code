      *> still unacknowledged after MISACK_AGE days (default 1) -
      *> so a dropped handoff surfaces the next morning instead of
      *> when their month-end fails.
      *>
      *> The warehouse feed (WHSEFEED.cbl) records its handoffs on
      *> the same control log under source WHSEFEED and the
      *> warehouse acknowledges in the same layout; MISACK_DSN names
      *> the acknowledgment file to process (default MISACK01.txt),
      *> so the warehouse's file goes through this same matching,
      *> and an unanswered feed is chased with the warehouse team.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MISACKF ASSIGN TO DYNAMIC ACK-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MISACKF-FS.

       01  MISACKF-REC        PIC X(42).

       FD  MISIFLOG.
       01  MISIFLOG-REC       PIC X(80).

       COPY RPGNFD.

           COPY RPGNWS.
           05 MISACKF-FS      PIC XX.
           05 MISIFLOG-FS     PIC XX.
           05 ACK-DSN         PIC X(80).
           05 IF-CNT          PIC S9(4) COMP VALUE 0.
           05 IF-IX           PIC S9(4) COMP.
           05 ACK-RUN         PIC X(16).
                 15 IF-STATUS PIC X(9).
                 15 IF-COUNT  PIC 9(6).
                 15 IF-HASH   PIC 9(15).
                 15 IF-SOURCE PIC X(8).

       COPY PRTCWS.


       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
             COMPUTE AGE-LIMIT = FUNCTION NUMVAL(AGE-TEXT)
           END-IF

           MOVE SPACES TO ACK-DSN
           ACCEPT ACK-DSN FROM ENVIRONMENT 'MISACK_DSN'
           IF ACK-DSN = SPACES
             MOVE 'MISACK01.txt' TO ACK-DSN
           END-IF

           PERFORM LOAD-CONTROL-LOG

           MOVE 'ACKRPT' TO RPGN-RPT
                  ' HANDOFF(S) STILL UNACKNOWLEDGED PAST '
                  AGE-LIMIT ' DAY(S)'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE(1:100)
             IF MISIFLOG-REC(53:15) IS NUMERIC
               MOVE MISIFLOG-REC(53:15) TO IF-HASH(IF-IX)
             END-IF
             IF MISIFLOG-REC(69:8) NOT = SPACES
               MOVE MISIFLOG-REC(69:8) TO IF-SOURCE(IF-IX)
             END-IF
           END-IF
           .

           MOVE 'C' TO MISACKF-FLAG
           OPEN INPUT MISACKF
           IF MISACKF-FS NOT = '00'
             MOVE SPACES TO PRT-LINE
             STRING 'NO ACKNOWLEDGMENT FILE ('
                    FUNCTION TRIM(ACK-DSN) ') THIS RUN'
                    DELIMITED BY SIZE INTO PRT-LINE
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           MOVE LOG-STATUS TO MISIFLOG-REC(36:9)
           MOVE ACK-COUNT TO MISIFLOG-REC(46:6)
           MOVE ACK-HASH TO MISIFLOG-REC(53:15)
           MOVE IF-SOURCE(IF-IX) TO MISIFLOG-REC(69:8)
           WRITE MISIFLOG-REC
           CLOSE MISIFLOG
           .
               IF AGE-DAYS > AGE-LIMIT
                 ADD 1 TO UNACK-CNT
                 MOVE SPACES TO PRT-LINE
                 IF IF-SOURCE(IF-IX) = 'WHSEFEED'
                   STRING 'RUN ' IF-RUN(IF-IX) ' WAREHOUSE FEED SENT '
                          IF-DATE(IF-IX)
                          ' STILL UNACKNOWLEDGED - CHASE THE '
                          'WAREHOUSE TEAM'
                          INTO PRT-LINE
                 ELSE
                   STRING 'RUN ' IF-RUN(IF-IX) ' SENT '
                          IF-DATE(IF-IX)
                          ' STILL UNACKNOWLEDGED - CHASE THE MIS '
                          'GROUP'
                          INTO PRT-LINE
                 END-IF
                 MOVE 'L' TO PRT-ACTION
                 CALL 'PRTSRV' USING PRT-CTL
                 END-CALL
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
