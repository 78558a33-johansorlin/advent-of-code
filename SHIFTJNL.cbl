      *> shifts' notes at sign-on, and records an ACK when the
      *> incoming operator confirms they have read the previous
      *> turnover page - so handover stops depending on hallway
      *> conversations. The step watchdog (STEPWTCH.cbl) writes its
      *> ALERT notes here too, so a hung step is in the handover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
