      *> Console line through the capture service (see SYSOCWS.cpy).
      *> The caller STRINGs the line into SYSO-LINE, cleared first,
      *> and PERFORMs this in place of a DISPLAY. The step's own
      *> RETURN-CODE is carried across the CALL, since a warning
      *> grade is often set before the line that explains it.
       WRITE-SYSOUT SECTION.
           MOVE RETURN-CODE TO SYSO-SAVE-RC
           MOVE 'W' TO SYSO-ACTION
           CALL 'SYSOSRV' USING SYSO-CTL
           END-CALL
           MOVE SYSO-SAVE-RC TO RETURN-CODE
           MOVE SPACES TO SYSO-LINE
           .
