      *> Audit hold plumbing (see HOLDWS.cpy). LOAD-HOLDS reads the
      *> register into HOLD-TBL: each placed hold is added, each
      *> release marks its hold 'X' so it no longer matches. A hold
      *> past its release date is still in force - only a release
      *> record lifts it (HOLDRPT.cbl lists the overdue ones).
      *>
      *> CHECK-HOLDS matches one item against the holds in force:
      *>   run id    - the item's own run id equals the key, or an
      *>               item that carries no run id covers the run's
      *>               date (the first 8 digits of every run id);
      *>   date      - the item's date or period overlaps FROM/TO;
      *>   family    - one of the item's family names equals the
      *>               key, within FROM/TO when the hold has them.
      *> An item with no date (HOLD-CHK-FROM zero) can only be held
      *> by its run id or its family.
       LOAD-HOLDS SECTION.
           MOVE 0 TO HOLD-CNT
           MOVE 'C' TO HOLDREG-FLAG
           OPEN INPUT HOLDREG
           IF HOLDREG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-HOLDREG-REC
           PERFORM UNTIL HOLDREG-EOF
             IF HOLDREG-REC(1:1) NOT = '*'
                AND HOLDREG-REC NOT = SPACES
               EVALUATE HOLDREG-REC(8:1)
                 WHEN 'P'
                   PERFORM ADD-HOLD-ENTRY
                 WHEN 'R'
                   PERFORM VARYING HOLD-IX FROM 1 BY 1
                             UNTIL HOLD-IX > HOLD-CNT
                     IF HLD-ID(HOLD-IX) = HOLDREG-REC(1:6)
                       MOVE 'X' TO HLD-TYPE(HOLD-IX)
                     END-IF
                   END-PERFORM
               END-EVALUATE
             END-IF
             PERFORM READ-HOLDREG-REC
           END-PERFORM
           CLOSE HOLDREG
           .

      *> A register too big for the table must not quietly turn
      *> into no holds at all - the overflow is said out loud.
       ADD-HOLD-ENTRY SECTION.
           IF HOLD-CNT NOT < 200
             DISPLAY 'WARNING: MORE THAN 200 HOLDS ON HOLDREG.TXT - '
                     'HOLD ' HOLDREG-REC(1:6) ' NOT LOADED'
             EXIT SECTION
           END-IF
           ADD 1 TO HOLD-CNT
           MOVE HOLDREG-REC(1:6) TO HLD-ID(HOLD-CNT)
           MOVE HOLDREG-REC(10:1) TO HLD-TYPE(HOLD-CNT)
           MOVE HOLDREG-REC(12:16) TO HLD-KEY(HOLD-CNT)
           MOVE 0 TO HLD-FROM(HOLD-CNT)
           MOVE 99999999 TO HLD-TO(HOLD-CNT)
           IF HOLDREG-REC(29:8) IS NUMERIC
             MOVE HOLDREG-REC(29:8) TO HLD-FROM(HOLD-CNT)
           END-IF
           IF HOLDREG-REC(38:8) IS NUMERIC
             MOVE HOLDREG-REC(38:8) TO HLD-TO(HOLD-CNT)
           END-IF
           MOVE HOLDREG-REC(47:8) TO HLD-RELEASE(HOLD-CNT)
           MOVE HOLDREG-REC(56:8) TO HLD-OPER(HOLD-CNT)
           MOVE HOLDREG-REC(91:40) TO HLD-REASON(HOLD-CNT)
           .

       CHECK-HOLDS SECTION.
           MOVE 'N' TO HOLD-HIT-FLAG
           MOVE SPACES TO HOLD-HIT-ID HOLD-HIT-REASON
           IF HOLD-CHK-TO = 0
             MOVE HOLD-CHK-FROM TO HOLD-CHK-TO
           END-IF
           PERFORM VARYING HOLD-IX FROM 1 BY 1
                     UNTIL HOLD-IX > HOLD-CNT OR HOLD-HIT
             EVALUATE HLD-TYPE(HOLD-IX)
               WHEN 'R'
                 IF HOLD-CHK-RUN NOT = SPACES
                   IF HOLD-CHK-RUN = HLD-KEY(HOLD-IX)
                     SET HOLD-HIT TO TRUE
                   END-IF
                 ELSE
                   IF HOLD-CHK-FROM > 0
                      AND HLD-KEY(HOLD-IX)(1:8) IS NUMERIC
                      AND HLD-KEY(HOLD-IX)(1:8) NOT < HOLD-CHK-FROM
                      AND HLD-KEY(HOLD-IX)(1:8) NOT > HOLD-CHK-TO
                     SET HOLD-HIT TO TRUE
                   END-IF
                 END-IF
               WHEN 'D'
                 IF HOLD-CHK-FROM > 0
                    AND HOLD-CHK-FROM NOT > HLD-TO(HOLD-IX)
                    AND HOLD-CHK-TO NOT < HLD-FROM(HOLD-IX)
                   SET HOLD-HIT TO TRUE
                 END-IF
               WHEN 'F'
                 PERFORM VARYING HOLD-FX FROM 1 BY 1
                           UNTIL HOLD-FX > 3 OR HOLD-HIT
                   IF HOLD-CHK-FAM(HOLD-FX) NOT = SPACES
                      AND HOLD-CHK-FAM(HOLD-FX) = HLD-KEY(HOLD-IX)
                      AND (HOLD-CHK-FROM = 0
                           OR (HOLD-CHK-FROM NOT > HLD-TO(HOLD-IX)
                           AND HOLD-CHK-TO NOT < HLD-FROM(HOLD-IX)))
                     SET HOLD-HIT TO TRUE
                   END-IF
                 END-PERFORM
             END-EVALUATE
             IF HOLD-HIT
               MOVE HLD-ID(HOLD-IX) TO HOLD-HIT-ID
               MOVE HLD-REASON(HOLD-IX) TO HOLD-HIT-REASON
             END-IF
           END-PERFORM
           .

       READ-HOLDREG-REC SECTION.
           READ HOLDREG
           IF HOLDREG-FS NOT = '00'
             SET HOLDREG-EOF TO TRUE
           END-IF
           .
