              88 TOL-ENTRY-FOUND       VALUE 'Y'.
           05 DAY-READY-FLAG  PIC X    VALUE 'N'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           MOVE SPACES TO PRT-LINE
           STRING READY-CNT ' OF 50 STAR(S) FULLY READY'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
