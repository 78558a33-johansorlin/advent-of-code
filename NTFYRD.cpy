      *> Notification plumbing (see NTFYWS.cpy). FIND-NTFY-ROUTE
      *> reads the routing table for the first line matching the
      *> message id and severity - a line with no role is a comment,
      *> so a '*' wildcard line is a rule exactly when it names a
      *> role (the OPERAUTH.txt convention); FIND-ONCALL reads the
      *> rotation for the first record covering a role at a
      *> moment; FIND-LAST-NID finds the highest notification id on the
      *> queue so the next QUEUED record can take the one after.
       FIND-NTFY-ROUTE SECTION.
           MOVE 'N' TO NTFY-RTE-FLAG
           MOVE SPACES TO NTFY-ROLE
           MOVE 30 TO NTFY-ESC-MIN
           MOVE 'C' TO NTFYRTE-FLAG
           OPEN INPUT NTFYRTE
           IF NTFYRTE-FS = '00'
             PERFORM READ-NTFYRTE-REC
             PERFORM UNTIL NTFYRTE-EOF OR NTFY-ROUTED
               IF NTFYRTE-REC(12:8) NOT = SPACES
                  AND (NTFYRTE-REC(1:8) = NTFY-MSGID
                       OR NTFYRTE-REC(1:8) = '*')
                  AND (NTFYRTE-REC(10:1) = NTFY-SEV
                       OR NTFYRTE-REC(10:1) = '*'
                       OR NTFYRTE-REC(10:1) = SPACE)
                 SET NTFY-ROUTED TO TRUE
                 MOVE NTFYRTE-REC(12:8) TO NTFY-ROLE
                 IF NTFYRTE-REC(21:4) IS NUMERIC
                   MOVE NTFYRTE-REC(21:4) TO NTFY-ESC-MIN
                 END-IF
               END-IF
               PERFORM READ-NTFYRTE-REC
             END-PERFORM
             CLOSE NTFYRTE
           END-IF
           .

       FIND-ONCALL SECTION.
           MOVE 'N' TO NTFY-COV-FLAG
           MOVE SPACES TO NTFY-PRIMARY NTFY-PRI-CONT
                          NTFY-BACKUP NTFY-BKP-CONT
           MOVE 'C' TO ONCALL-FLAG
           OPEN INPUT ONCALL
           IF ONCALL-FS = '00'
             PERFORM READ-ONCALL-REC
             PERFORM UNTIL ONCALL-EOF OR NTFY-COVERED
               IF ONCALL-REC(1:1) NOT = '*'
                  AND ONCALL-REC(1:8) = NTFY-ROLE
                  AND ONCALL-REC(10:8) IS NUMERIC
                  AND ONCALL-REC(19:8) IS NUMERIC
                  AND ONCALL-REC(28:4) IS NUMERIC
                  AND ONCALL-REC(33:4) IS NUMERIC
                  AND ONCALL-REC(10:8) NOT > NTFY-AT-DATE
                  AND ONCALL-REC(19:8) NOT < NTFY-AT-DATE
                 MOVE ONCALL-REC(28:4) TO NTFY-START
                 MOVE ONCALL-REC(33:4) TO NTFY-END
                 EVALUATE TRUE
                   WHEN NTFY-START = NTFY-END
                     SET NTFY-COVERED TO TRUE
                   WHEN NTFY-START < NTFY-END
                     IF NTFY-AT-HHMM NOT < NTFY-START
                        AND NTFY-AT-HHMM < NTFY-END
                       SET NTFY-COVERED TO TRUE
                     END-IF
                   WHEN OTHER
                     IF NTFY-AT-HHMM NOT < NTFY-START
                        OR NTFY-AT-HHMM < NTFY-END
                       SET NTFY-COVERED TO TRUE
                     END-IF
                 END-EVALUATE
                 IF NTFY-COVERED
                   MOVE ONCALL-REC(38:8) TO NTFY-PRIMARY
                   MOVE ONCALL-REC(47:30) TO NTFY-PRI-CONT
                   MOVE ONCALL-REC(78:8) TO NTFY-BACKUP
                   MOVE ONCALL-REC(87:30) TO NTFY-BKP-CONT
                 END-IF
               END-IF
               PERFORM READ-ONCALL-REC
             END-PERFORM
             CLOSE ONCALL
           END-IF
           .

       FIND-LAST-NID SECTION.
           MOVE 0 TO NTFY-LAST-NID
           MOVE 'C' TO NTFYQ-FLAG
           OPEN INPUT NTFYQ
           IF NTFYQ-FS = '00'
             PERFORM READ-NTFYQ-REC
             PERFORM UNTIL NTFYQ-EOF
               IF NTFYQ-REC(1:8) IS NUMERIC
                  AND NTFYQ-REC(1:8) > NTFY-LAST-NID
                 MOVE NTFYQ-REC(1:8) TO NTFY-LAST-NID
               END-IF
               PERFORM READ-NTFYQ-REC
             END-PERFORM
             CLOSE NTFYQ
           END-IF
           .

      *> The caller has built NTFYQ-REC; the queue is created on
      *> first use.
       WRITE-NTFYQ-REC SECTION.
           OPEN EXTEND NTFYQ
           IF NTFYQ-FS = '35'
             OPEN OUTPUT NTFYQ
           END-IF
           IF NTFYQ-FS = '00'
             WRITE NTFYQ-REC
             CLOSE NTFYQ
           END-IF
           .

       READ-NTFYRTE-REC SECTION.
           READ NTFYRTE
           IF NTFYRTE-FS NOT = '00'
             SET NTFYRTE-EOF TO TRUE
           END-IF
           .

       READ-ONCALL-REC SECTION.
           READ ONCALL
           IF ONCALL-FS NOT = '00'
             SET ONCALL-EOF TO TRUE
           END-IF
           .

       READ-NTFYQ-REC SECTION.
           READ NTFYQ
           IF NTFYQ-FS NOT = '00'
             SET NTFYQ-EOF TO TRUE
           END-IF
           .
