
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
       COPY ANSOCHK.

       COPY SBOXRS.

       COPY MLBLCK.
