           05 LIVE-FLAG       PIC X    VALUE 'N'.
              88 LIVE-RESTORE          VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
                   'RESTORABLE/RESTORED, ' MISS-CNT
                   ' WITHOUT A GENERATION ' REST-GEN ' BACKUP'

           PERFORM RECORD-EXERCISE
           GOBACK
           .

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
