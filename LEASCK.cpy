      *> Edit-lease calls for the maintenance programs (see
      *> LEASCWS.cpy). The caller moves its program id to LEAS-PGM
      *> once and the resolved master name to LEAS-DSN before each
      *> call; LEAS-VERSION carries the version the session loaded
      *> from one call to the next (a program editing two masters
      *> keeps a copy for each). The sequence is:
      *>   TAKE-EDIT-LEASE     when the session starts, before the
      *>                       master is loaded - refused means
      *>                       somebody else is editing it
      *>   CHECK-EDIT-LEASE    before every save - refused means the
      *>                       master changed under the session; the
      *>                       caller reloads it, REFRESH-EDIT-VERSION,
      *>                       and the change is made again
      *>   STAMP-EDIT-SAVE     the save goes ahead; a rewritten master
      *>                       is written with LEAS-STAMP as its
      *>                       version line, and REFRESH-EDIT-VERSION
      *>                       after the write takes the new version
      *>   RELEASE-EDIT-LEASE  when the session ends
      *> None of them disturbs RETURN-CODE.
       TAKE-EDIT-LEASE SECTION.
           MOVE 'T' TO LEAS-ACTION
           PERFORM CALL-LEASE-SERVICE
           IF NOT LEAS-YES
             DISPLAY FUNCTION TRIM(LEAS-PGM) ': '
                     FUNCTION TRIM(LEAS-REASON)
             DISPLAY FUNCTION TRIM(LEAS-PGM) ': TRY AGAIN WHEN THAT '
                     'SESSION ENDS - IF IT IS GONE FOR GOOD, RE-RUN '
                     'WITH LEASE_OVERRIDE=Y TO SEIZE ITS LEASE'
           ELSE
             IF LEAS-REASON NOT = SPACES
               DISPLAY FUNCTION TRIM(LEAS-PGM) ': LEASE ON '
                       FUNCTION TRIM(LEAS-DSN) ' '
                       FUNCTION TRIM(LEAS-REASON)
             END-IF
           END-IF
           .

       CHECK-EDIT-LEASE SECTION.
           MOVE 'C' TO LEAS-ACTION
           PERFORM CALL-LEASE-SERVICE
           IF NOT LEAS-YES
             DISPLAY 'SAVE REFUSED - ' FUNCTION TRIM(LEAS-REASON)
             DISPLAY 'YOUR CHANGE IS NOT SAVED - '
                     FUNCTION TRIM(LEAS-DSN) ' IS RELOADED AS IT '
                     'NOW STANDS; MAKE THE CHANGE AGAIN'
           END-IF
           .

       STAMP-EDIT-SAVE SECTION.
           MOVE 'S' TO LEAS-ACTION
           PERFORM CALL-LEASE-SERVICE
           .

       REFRESH-EDIT-VERSION SECTION.
           MOVE 'V' TO LEAS-ACTION
           PERFORM CALL-LEASE-SERVICE
           .

       RELEASE-EDIT-LEASE SECTION.
           MOVE 'R' TO LEAS-ACTION
           PERFORM CALL-LEASE-SERVICE
           .

       CALL-LEASE-SERVICE SECTION.
           MOVE RETURN-CODE TO LEAS-SAVE-RC
           MOVE OPERATOR-ID TO LEAS-OPER
           MOVE RUN-ID TO LEAS-RUN-ID
           CALL 'LEASSRV' USING LEAS-CTL
           END-CALL
           MOVE LEAS-SAVE-RC TO RETURN-CODE
           .
