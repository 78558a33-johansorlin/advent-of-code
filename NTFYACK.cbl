       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFYACK.

      *> Notification acknowledgment and escalation. MSGSRV queues
      *> a notification on NTFYQ.txt (offsets per NTFYFD.cpy) for
      *> whoever is on call; this program closes the loop. The
      *> on-call operator lists what is open and acknowledges a
      *> notification by number - an ACKED record carrying their
      *> operator id - and the escalation sweep calls the backup
      *> on every notification nobody has acknowledged within its
      *> route's minutes: an ESCALATD record addressed to the
      *> backup the rotation has covering the role now, and a
      *> NQ0001 message so the escalation is on the message log
      *> too. A notification is escalated once; it stays open
      *> until someone acknowledges it.
      *>
      *> Interactive by default. NTFYACK_ACTION=E runs the sweep
      *> unattended (scheduled every few minutes - RC 4 when it
      *> escalated anything); NTFYACK_ACTION=A with NTFYACK_ID
      *> acknowledges one notification from a script; L lists.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NTFYSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY NTFYFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY NTFYWS.
           COPY RUNIWS.
           05 MENU-CHOICE     PIC X(2).
           05 ACK-ACTION      PIC X.
           05 ACK-ID-TXT      PIC X(8).
           05 ACK-ID          PIC 9(8).
           05 EVENT-NAME      PIC X(8).
           05 EVENT-NID       PIC 9(8).
           05 NOW-DATE        PIC 9(8).
           05 NOW-TIME        PIC 9(8).
           05 NOW-MIN         PIC S9(11) COMP.
           05 Q-MIN           PIC S9(11) COMP.
           05 AGE-MIN         PIC S9(11) COMP.
           05 AGE-ED          PIC Z(6)9.
           05 ESC-CNT         PIC 9(4)   VALUE 0.
           05 OPEN-CNT        PIC 9(4)   VALUE 0.
           05 NQ-CNT          PIC S9(4) COMP VALUE 0.
           05 NQ-IX           PIC S9(4) COMP.
      *> The notifications on the queue, folded from their event
      *> records: NQ-STATE 'Q' queued, 'A' acknowledged; NQ-ESC 'Y'
      *> once escalated.
           05 NQ-TBL.
              10 NQ-ENT OCCURS 500 TIMES.
                 15 NQ-NID       PIC 9(8).
                 15 NQ-STATE     PIC X.
                    88 NQ-OPEN             VALUE 'Q'.
                 15 NQ-ESC       PIC X.
                    88 NQ-ESCALATED        VALUE 'Y'.
                 15 NQ-DATE      PIC 9(8).
                 15 NQ-TIME      PIC 9(8).
                 15 NQ-MSGID     PIC X(8).
                 15 NQ-SEV       PIC X.
                 15 NQ-ROLE      PIC X(8).
                 15 NQ-TO        PIC X(8).
                 15 NQ-CONTACT   PIC X(30).
                 15 NQ-ESC-MIN   PIC 9(4).
                 15 NQ-RUN-ID    PIC X(16).
                 15 NQ-TEXT      PIC X(60).

       COPY MSGCWS.

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 NQ-FND-FLAG     PIC X    VALUE 'N'.
              88 NQ-FOUND              VALUE 'Y'.

       COPY SBOXWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

           MOVE SPACES TO ACK-ACTION
           ACCEPT ACK-ACTION FROM ENVIRONMENT 'NTFYACK_ACTION'
           EVALUATE ACK-ACTION
             WHEN 'E'
               PERFORM ESCALATION-SWEEP
               IF ESC-CNT > 0
                 MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
             WHEN 'L'
               PERFORM LIST-OPEN-NOTIFICATIONS
               GOBACK
             WHEN 'A'
               MOVE SPACES TO ACK-ID-TXT
               ACCEPT ACK-ID-TXT FROM ENVIRONMENT 'NTFYACK_ID'
               PERFORM ACKNOWLEDGE-ONE
               GOBACK
           END-EVALUATE

           IF OPERATOR-ID = 'UNKNOWN'
             DISPLAY 'YOUR OPERATOR ID: ' WITH NO ADVANCING
             MOVE SPACES TO ACK-ID-TXT
             ACCEPT ACK-ID-TXT
             IF ACK-ID-TXT NOT = SPACES
               MOVE ACK-ID-TXT TO OPERATOR-ID
             END-IF
           END-IF

           PERFORM LIST-OPEN-NOTIFICATIONS
           PERFORM UNTIL EXIT-REQUESTED
             DISPLAY ' '
             DISPLAY 'NOTIFICATIONS - OPERATOR ' OPERATOR-ID
             DISPLAY ' 1. LIST OPEN NOTIFICATIONS'
             DISPLAY ' 2. ACKNOWLEDGE A NOTIFICATION'
             DISPLAY ' 3. ESCALATE OVERDUE NOTIFICATIONS NOW'
             DISPLAY ' 0. EXIT'
             DISPLAY 'SELECTION: ' WITH NO ADVANCING
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM LIST-OPEN-NOTIFICATIONS
               WHEN '2'
                 DISPLAY 'NOTIFICATION NUMBER: ' WITH NO ADVANCING
                 MOVE SPACES TO ACK-ID-TXT
                 ACCEPT ACK-ID-TXT
                 PERFORM ACKNOWLEDGE-ONE
               WHEN '3'
                 PERFORM ESCALATION-SWEEP
               WHEN '0'
                 SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           GOBACK
           .

      *> Folds the queue's event records into one row per
      *> notification - the QUEUED record opens it, ACKED closes
      *> it, ESCALATD marks it escalated and re-addresses it.
       LOAD-NOTIFICATIONS SECTION.
           MOVE 0 TO NQ-CNT
           MOVE 'C' TO NTFYQ-FLAG
           OPEN INPUT NTFYQ
           IF NTFYQ-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-NTFYQ-REC
           PERFORM UNTIL NTFYQ-EOF
             IF NTFYQ-REC(1:8) IS NUMERIC
               MOVE NTFYQ-REC(1:8) TO EVENT-NID
               EVALUATE NTFYQ-REC(10:8)
                 WHEN 'QUEUED'
                   IF NQ-CNT < 500
                     ADD 1 TO NQ-CNT
                     MOVE NQ-CNT TO NQ-IX
                     MOVE EVENT-NID TO NQ-NID(NQ-IX)
                     MOVE 'Q' TO NQ-STATE(NQ-IX)
                     MOVE 'N' TO NQ-ESC(NQ-IX)
                     MOVE NTFYQ-REC(19:8) TO NQ-DATE(NQ-IX)
                     MOVE NTFYQ-REC(28:8) TO NQ-TIME(NQ-IX)
                     MOVE NTFYQ-REC(37:8) TO NQ-MSGID(NQ-IX)
                     MOVE NTFYQ-REC(46:1) TO NQ-SEV(NQ-IX)
                     MOVE NTFYQ-REC(48:8) TO NQ-ROLE(NQ-IX)
                     MOVE NTFYQ-REC(57:8) TO NQ-TO(NQ-IX)
                     MOVE NTFYQ-REC(66:30) TO NQ-CONTACT(NQ-IX)
                     MOVE 30 TO NQ-ESC-MIN(NQ-IX)
                     IF NTFYQ-REC(97:4) IS NUMERIC
                       MOVE NTFYQ-REC(97:4) TO NQ-ESC-MIN(NQ-IX)
                     END-IF
                     MOVE NTFYQ-REC(102:16) TO NQ-RUN-ID(NQ-IX)
                     MOVE NTFYQ-REC(119:60) TO NQ-TEXT(NQ-IX)
                   ELSE
                     DISPLAY 'NTFYACK: MORE THAN 500 NOTIFICATIONS '
                             '- ' EVENT-NID ' NOT LOADED'
                   END-IF
                 WHEN 'ACKED'
                   PERFORM FIND-NQ-ROW
                   IF NQ-FOUND
                     MOVE 'A' TO NQ-STATE(NQ-IX)
                   END-IF
                 WHEN 'ESCALATD'
                   PERFORM FIND-NQ-ROW
                   IF NQ-FOUND
                     MOVE 'Y' TO NQ-ESC(NQ-IX)
                     MOVE NTFYQ-REC(57:8) TO NQ-TO(NQ-IX)
                     MOVE NTFYQ-REC(66:30) TO NQ-CONTACT(NQ-IX)
                   END-IF
               END-EVALUATE
             END-IF
             PERFORM READ-NTFYQ-REC
           END-PERFORM
           CLOSE NTFYQ
           .

      *> Points NQ-IX at notification EVENT-NID's row.
       FIND-NQ-ROW SECTION.
           MOVE 'N' TO NQ-FND-FLAG
           PERFORM VARYING NQ-IX FROM 1 BY 1
                     UNTIL NQ-IX > NQ-CNT OR NQ-FOUND
             IF NQ-NID(NQ-IX) = EVENT-NID
               SET NQ-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NQ-FOUND
             SUBTRACT 1 FROM NQ-IX
           END-IF
           .

       LIST-OPEN-NOTIFICATIONS SECTION.
           PERFORM LOAD-NOTIFICATIONS
           PERFORM SET-NOW
           MOVE 0 TO OPEN-CNT
           PERFORM VARYING NQ-IX FROM 1 BY 1 UNTIL NQ-IX > NQ-CNT
             IF NQ-OPEN(NQ-IX)
               ADD 1 TO OPEN-CNT
               PERFORM COMPUTE-AGE
               MOVE AGE-MIN TO AGE-ED
               DISPLAY NQ-NID(NQ-IX) ' ' NQ-MSGID(NQ-IX) ' '
                       NQ-SEV(NQ-IX) ' ' NQ-ROLE(NQ-IX) ' TO '
                       NQ-TO(NQ-IX) ' ' FUNCTION TRIM(AGE-ED)
                       ' MIN OPEN'
               IF NQ-ESCALATED(NQ-IX)
                 DISPLAY '         ESCALATED - CALL '
                         FUNCTION TRIM(NQ-CONTACT(NQ-IX))
               ELSE
                 DISPLAY '         CALL '
                         FUNCTION TRIM(NQ-CONTACT(NQ-IX))
               END-IF
               DISPLAY '         ' FUNCTION TRIM(NQ-TEXT(NQ-IX))
             END-IF
           END-PERFORM
           IF OPEN-CNT = 0
             DISPLAY 'NO OPEN NOTIFICATIONS'
           ELSE
             DISPLAY OPEN-CNT ' OPEN NOTIFICATION(S)'
           END-IF
           .

       ACKNOWLEDGE-ONE SECTION.
           IF ACK-ID-TXT = SPACES
              OR FUNCTION TEST-NUMVAL(ACK-ID-TXT) NOT = 0
             DISPLAY 'NTFYACK: NOT A NOTIFICATION NUMBER: '
                     ACK-ID-TXT
             MOVE 8 TO RETURN-CODE
             EXIT SECTION
           END-IF
           COMPUTE ACK-ID = FUNCTION NUMVAL(ACK-ID-TXT)
           PERFORM LOAD-NOTIFICATIONS
           MOVE ACK-ID TO EVENT-NID
           PERFORM FIND-NQ-ROW
           IF NOT NQ-FOUND
             DISPLAY 'NTFYACK: NO NOTIFICATION ' ACK-ID
             MOVE 8 TO RETURN-CODE
             EXIT SECTION
           END-IF
           IF NOT NQ-OPEN(NQ-IX)
             DISPLAY 'NTFYACK: NOTIFICATION ' ACK-ID
                     ' IS ALREADY ACKNOWLEDGED'
             EXIT SECTION
           END-IF
           PERFORM SET-NOW
           MOVE 'ACKED' TO EVENT-NAME
           MOVE OPERATOR-ID TO NTFY-PRIMARY
           MOVE SPACES TO NTFY-PRI-CONT
           PERFORM WRITE-EVENT-REC
           DISPLAY 'NOTIFICATION ' ACK-ID ' ACKNOWLEDGED BY '
                   OPERATOR-ID
           .

      *> Overdue is measured from the moment MSGSRV queued it. The
      *> backup is whoever the rotation has covering the role NOW
      *> - the shift may have turned over since it was queued.
       ESCALATION-SWEEP SECTION.
           PERFORM LOAD-NOTIFICATIONS
           PERFORM SET-NOW
           MOVE 0 TO ESC-CNT
           PERFORM VARYING NQ-IX FROM 1 BY 1 UNTIL NQ-IX > NQ-CNT
             IF NQ-OPEN(NQ-IX) AND NOT NQ-ESCALATED(NQ-IX)
               PERFORM COMPUTE-AGE
               IF AGE-MIN NOT < NQ-ESC-MIN(NQ-IX)
                 PERFORM ESCALATE-ONE
               END-IF
             END-IF
           END-PERFORM
           DISPLAY 'NTFYACK: ' ESC-CNT ' NOTIFICATION(S) ESCALATED'
           .

       ESCALATE-ONE SECTION.
           ADD 1 TO ESC-CNT
           MOVE NQ-ROLE(NQ-IX) TO NTFY-ROLE
           MOVE NOW-DATE TO NTFY-AT-DATE
           MOVE NOW-TIME(1:4) TO NTFY-AT-HHMM
           PERFORM FIND-ONCALL
           IF NTFY-COVERED AND NTFY-BACKUP NOT = SPACES
             MOVE NTFY-BACKUP TO NTFY-PRIMARY
             MOVE NTFY-BKP-CONT TO NTFY-PRI-CONT
           ELSE
             MOVE 'NOBODY' TO NTFY-PRIMARY
             MOVE 'NO BACKUP ON CALL FOR THE ROLE' TO NTFY-PRI-CONT
           END-IF
           MOVE 'ESCALATD' TO EVENT-NAME
           PERFORM WRITE-EVENT-REC
           MOVE 'Y' TO NQ-ESC(NQ-IX)
           MOVE NTFY-PRIMARY TO NQ-TO(NQ-IX)

           MOVE 'NQ0001' TO MSG-ID
           MOVE 'W' TO MSG-SEV
           MOVE 'NTFYACK' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE AGE-MIN TO AGE-ED
           MOVE SPACES TO MSG-TEXT
           STRING 'NOTIFICATION ' NQ-NID(NQ-IX) ' ('
                  FUNCTION TRIM(NQ-MSGID(NQ-IX)) ') UNACKNOWLEDGED '
                  FUNCTION TRIM(AGE-ED) ' MIN - ESCALATED TO '
                  FUNCTION TRIM(NTFY-PRIMARY) ' '
                  FUNCTION TRIM(NTFY-PRI-CONT)
                  DELIMITED BY SIZE INTO MSG-TEXT
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

      *> An EVENT-NAME record for notification NQ-IX, addressed to
      *> NTFY-PRIMARY/NTFY-PRI-CONT; the rest is carried from the
      *> QUEUED record so every event line reads on its own.
       WRITE-EVENT-REC SECTION.
           MOVE SPACES TO NTFYQ-REC
           MOVE NQ-NID(NQ-IX) TO NTFYQ-REC(1:8)
           MOVE EVENT-NAME TO NTFYQ-REC(10:8)
           MOVE NOW-DATE TO NTFYQ-REC(19:8)
           MOVE NOW-TIME TO NTFYQ-REC(28:8)
           MOVE NQ-MSGID(NQ-IX) TO NTFYQ-REC(37:8)
           MOVE NQ-SEV(NQ-IX) TO NTFYQ-REC(46:1)
           MOVE NQ-ROLE(NQ-IX) TO NTFYQ-REC(48:8)
           MOVE NTFY-PRIMARY TO NTFYQ-REC(57:8)
           MOVE NTFY-PRI-CONT TO NTFYQ-REC(66:30)
           MOVE NQ-ESC-MIN(NQ-IX) TO NTFYQ-REC(97:4)
           MOVE NQ-RUN-ID(NQ-IX) TO NTFYQ-REC(102:16)
           MOVE NQ-TEXT(NQ-IX) TO NTFYQ-REC(119:60)
           PERFORM WRITE-NTFYQ-REC
           .

       SET-NOW SECTION.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           COMPUTE NOW-MIN = FUNCTION INTEGER-OF-DATE(NOW-DATE) * 1440
                   + FUNCTION NUMVAL(NOW-TIME(1:2)) * 60
                   + FUNCTION NUMVAL(NOW-TIME(3:2))
           .

       COMPUTE-AGE SECTION.
           MOVE 0 TO AGE-MIN
           IF NQ-DATE(NQ-IX) IS NUMERIC AND NQ-DATE(NQ-IX) > 0
             COMPUTE Q-MIN = FUNCTION INTEGER-OF-DATE(NQ-DATE(NQ-IX))
                     * 1440
                     + FUNCTION NUMVAL(NQ-TIME(NQ-IX)(1:2)) * 60
                     + FUNCTION NUMVAL(NQ-TIME(NQ-IX)(3:2))
             COMPUTE AGE-MIN = NOW-MIN - Q-MIN
           END-IF
           .

       COPY NTFYRD.

       COPY RUNIDGT.

       COPY SBOXRS.
