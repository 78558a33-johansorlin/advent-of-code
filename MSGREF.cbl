
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
