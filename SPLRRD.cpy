      *> Supplier master plumbing (see SPLRWS.cpy). LOAD-SPLR-MASTER
      *> reads the master once into the table; FIND-FEED-SUPPLIER
      *> looks one dataset name up in it. A due time that is not
      *> four digits is loaded as blanks - the feed still has a
      *> supplier, it just has no promise to be late against.
       LOAD-SPLR-MASTER SECTION.
           MOVE 0 TO SPLR-CNT
           MOVE 'C' TO SPLRMSTR-FLAG
           OPEN INPUT SPLRMSTR
           IF SPLRMSTR-FS = '00'
             PERFORM READ-SPLRMSTR-REC
             PERFORM UNTIL SPLRMSTR-EOF
               IF SPLRMSTR-REC(1:1) NOT = '*'
                  AND SPLRMSTR-REC NOT = SPACES
                  AND SPLR-CNT < 50
                 ADD 1 TO SPLR-CNT
                 MOVE SPLRMSTR-REC(1:40) TO SPLR-DSN(SPLR-CNT)
                 MOVE SPLRMSTR-REC(42:8) TO SPLR-ID(SPLR-CNT)
                 MOVE SPLRMSTR-REC(51:4) TO SPLR-DUE(SPLR-CNT)
                 MOVE SPLRMSTR-REC(56:40) TO SPLR-CONTACT(SPLR-CNT)
                 IF SPLR-DUE(SPLR-CNT) IS NOT NUMERIC
                   MOVE SPACES TO SPLR-DUE(SPLR-CNT)
                 END-IF
               END-IF
               PERFORM READ-SPLRMSTR-REC
             END-PERFORM
             CLOSE SPLRMSTR
           END-IF
           .

       FIND-FEED-SUPPLIER SECTION.
           MOVE 'N' TO SPLR-MAT-FLAG
           PERFORM VARYING SPLR-IX FROM 1 BY 1
                     UNTIL SPLR-IX > SPLR-CNT OR SPLR-MATCHED
             IF SPLR-DSN(SPLR-IX) = SPLR-CHK-DSN
               SET SPLR-MATCHED TO TRUE
             END-IF
           END-PERFORM
           IF SPLR-MATCHED
             SUBTRACT 1 FROM SPLR-IX
           END-IF
           .

       READ-SPLRMSTR-REC SECTION.
           READ SPLRMSTR
           IF SPLRMSTR-FS NOT = '00'
             SET SPLRMSTR-EOF TO TRUE
           END-IF
           .

       READ-FEEDARRV-REC SECTION.
           READ FEEDARRV
           IF FEEDARRV-FS NOT = '00'
             SET FEEDARRV-EOF TO TRUE
           END-IF
           .
