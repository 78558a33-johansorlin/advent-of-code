      *> Maintenance switch plumbing (see MNTSWS.cpy). LOAD-MAINT-
      *> STATE reads the register through to its last set or clear
      *> record. REFUSE-IF-MAINT is what a program the switch
      *> quiesces PERFORMs at the top: under maintenance it says why
      *> and until when, and ends the program RC 8 - GOBACK, so a
      *> driver that CALLed it carries on. SHOW-MAINT-BANNER is the
      *> same wording for a program that goes on working (RUNQMNT,
      *> OPSTAT).
       LOAD-MAINT-STATE SECTION.
           MOVE 'C' TO MNTS-STATE
           MOVE SPACES TO MNTS-DATE MNTS-TIME MNTS-OPER MNTS-RUN-ID
                          MNTS-END-DATE MNTS-END-TIME MNTS-REASON
           MOVE 'C' TO MAINTREG-FLAG
           OPEN INPUT MAINTREG
           IF MAINTREG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-MAINTREG-REC
           PERFORM UNTIL MAINTREG-EOF
             IF MAINTREG-REC(1:1) = 'S' OR MAINTREG-REC(1:1) = 'C'
               MOVE MAINTREG-REC(1:1) TO MNTS-STATE
               MOVE MAINTREG-REC(3:8) TO MNTS-DATE
               MOVE MAINTREG-REC(12:8) TO MNTS-TIME
               MOVE MAINTREG-REC(21:8) TO MNTS-OPER
               MOVE MAINTREG-REC(30:16) TO MNTS-RUN-ID
               MOVE MAINTREG-REC(47:8) TO MNTS-END-DATE
               MOVE MAINTREG-REC(56:4) TO MNTS-END-TIME
               MOVE MAINTREG-REC(61:40) TO MNTS-REASON
             END-IF
             PERFORM READ-MAINTREG-REC
           END-PERFORM
           CLOSE MAINTREG
           .

       REFUSE-IF-MAINT SECTION.
           PERFORM LOAD-MAINT-STATE
           IF MAINT-ACTIVE
             PERFORM SHOW-MAINT-BANNER
             DISPLAY FUNCTION TRIM(MNTS-PGM) ' IS NOT TAKING NEW WORK'
                     ' UNTIL THE SWITCH IS CLEARED - TRY AGAIN AFTER'
                     ' THE EXPECTED END'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           .

       SHOW-MAINT-BANNER SECTION.
           DISPLAY '*** SYSTEM UNDER MAINTENANCE SINCE ' MNTS-DATE
                   ' ' MNTS-TIME(1:4) ' - SET BY '
                   FUNCTION TRIM(MNTS-OPER) ' ***'
           DISPLAY '*** REASON: ' FUNCTION TRIM(MNTS-REASON)
                   ' - EXPECTED END ' MNTS-END-DATE ' '
                   MNTS-END-TIME ' ***'
           .

       READ-MAINTREG-REC SECTION.
           READ MAINTREG
           IF MAINTREG-FS NOT = '00'
             SET MAINTREG-EOF TO TRUE
           END-IF
           .
