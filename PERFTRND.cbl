
       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
       COPY LSEGRD.

       COPY SBOXRS.

       COPY MLBLCK.
