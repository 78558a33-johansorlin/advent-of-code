
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
                  ' APPEARED, ' VANISH-CNT ' VANISHED, '
                  MOVE-CNT ' MOVED'
                  INTO PRT-LINE
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           DISPLAY PRT-LINE(1:80)
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
