      *> detail lines fit a page. The counting pass below must
      *> stay in step with the writing pass - both count the same
      *> banner, content and separator lines.
      *>
      *> In the book's HTML rendition (PRTSRV.cbl) each contents
      *> entry links to the page its section starts on, and each
      *> section banner to that section generation's own
      *> rendition.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'NIGHTLY OPERATIONS REPORT BOOK' TO PRT-TITLE
           MOVE SPACES TO PRT-HEADING PRT-LINK
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
                    AND RPTCAT-REC(10:12) = SE-FAMILY(SECT-IX)
                    AND RPTCAT-REC(46:16) = SCOPE-RUNID
                    AND RPTCAT-REC(23:4) IS NUMERIC
                    AND RPTCAT-REC(185:4) NOT = 'HTML'
                   IF RPTCAT-REC(23:4) NOT < BEST-GEN
                     MOVE RPTCAT-REC(23:4) TO BEST-GEN
                     MOVE RPTCAT-REC(63:80) TO ST-DSN(SECT-IX)
               STRING '   ' SE-TITLE(SECT-IX)
                      ' ................ PAGE ' ST-PAGE(SECT-IX)
                      INTO PRT-LINE
               STRING '#page-' ST-PAGE(SECT-IX)
                      DELIMITED BY SIZE INTO PRT-LINK
             ELSE
               STRING '   ' SE-TITLE(SECT-IX)
                      ' ................ NOT PRODUCED THIS RUN'
                      INTO PRT-LINE
             END-IF
             PERFORM WRITE-BOOK-LINE
             MOVE SPACES TO PRT-LINK
           END-PERFORM
           MOVE SPACES TO PRT-LINE
           PERFORM WRITE-BOOK-LINE
           STRING '======== ' SE-TITLE(SECT-IX) ' ('
                  FUNCTION TRIM(ST-DSN(SECT-IX)) ') ========'
                  INTO PRT-LINE
           MOVE ST-DSN(SECT-IX) TO PRT-LINK
           PERFORM WRITE-BOOK-LINE
           MOVE SPACES TO PRT-LINK

           MOVE ST-DSN(SECT-IX) TO SECT-DSN
           MOVE 'C' TO SECTFILE-FLAG

       READ-RPTCAT-BOOK-REC SECTION.
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
                      OR RPTCAT-REC(1:1) NOT = '*'
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RPTCAT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ RPTCAT
           END-PERFORM
           IF RPTCAT-FS NOT = '00'
             SET RPTCAT-RD-EOF TO TRUE
           END-IF
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
