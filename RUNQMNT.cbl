      *> overrides and their requester id, and RUNALL drains the
      *> queue after the cataloged steps - subject to the same
      *> batch-window guard - updating each request with the run
      *> id and return code that serviced it. Under the
      *> maintenance switch (MNTSCK.cpy) requests are still taken
      *> and are held until it is cleared. One requester at a time
      *> holds the edit lease on the queue (LEASCK.cpy); a request
      *> is only appended to the queue this session last saw, and
      *> when it has changed since (another requester, or RUNALL
      *> servicing it) the request is refused and the queue shown
      *> as it now stands, so nobody queues blind. A mode-value
      *> override the parameter definition master (PARMDEF.txt,
      *> through PDEFSRV.cbl) does not accept is refused at the
      *> prompt rather than failing the step overnight; an input
      *> override not yet on disk is only warned about, since the
      *> file may well arrive before the batch.
      *>
      *> Queue layout (RUNQUEUE.txt): STATUS(1:8) QUEUED/DONE/
      *> FAILED, DATE(10:8) TIME(19:8) REQUESTER(28:8) YEAR(37:4)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY PZLCSEL.

           SELECT RUNQUEUE ASSIGN TO 'RUNQUEUE.txt'

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY PZLCFD.

       FD  RUNQUEUE.
       01  WORKSPACE.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY MNTSWS.
           05 RUNQUEUE-FS     PIC XX.
           05 MENU-CHOICE     PIC X(2).
           05 ANSWER-TEXT     PIC X(40).
           05 ENT-OK-FLAG     PIC X    VALUE 'N'.
              88 ENTRY-VALID           VALUE 'Y'.

       COPY LEASCWS.

       COPY PDEFCWS.

       COPY SBOXWS.

       PROCEDURE DIVISION.
             END-IF
           END-IF

           MOVE 'RUNQMNT' TO LEAS-PGM
           MOVE 'RUNQUEUE.txt' TO LEAS-DSN
           PERFORM TAKE-EDIT-LEASE
           IF NOT LEAS-YES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           PERFORM LOAD-PZLCAT

      *> The queue stays open under maintenance - requests are
      *> taken as usual and RUNALL holds them until the switch is
      *> cleared.
           PERFORM LOAD-MAINT-STATE
           IF MAINT-ACTIVE
             PERFORM SHOW-MAINT-BANNER
             DISPLAY 'REQUESTS ARE STILL TAKEN, BUT ARE HELD UNTIL '
                     'THE MAINTENANCE SWITCH IS CLEARED'
           END-IF

           PERFORM UNTIL EXIT-REQUESTED
             DISPLAY ' '
             DISPLAY 'RUN-REQUEST QUEUE - REQUESTER ' OPERATOR-ID
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           PERFORM RELEASE-EDIT-LEASE
           GOBACK
           .

                       SD-INPUT-DSN(SDX) '): ' WITH NO ADVANCING
               MOVE SPACES TO REQ-INPUT
               ACCEPT REQ-INPUT
               IF REQ-INPUT NOT = SPACES
                 MOVE 'C' TO PDEF-ACTION
                 MOVE 'PZLINPUT_DSN' TO PDEF-NAME
                 MOVE REQ-INPUT TO PDEF-VALUE
                 CALL 'PDEFSRV' USING PDEF-CTL
                 END-CALL
                 IF PDEF-INVALID
                   DISPLAY 'WARNING: ' FUNCTION TRIM(REQ-INPUT) ' - '
                           FUNCTION TRIM(PDEF-REASON)
                           ' - THE STEP FAILS UNLESS IT ARRIVES'
                 END-IF
               END-IF
               MOVE SPACE TO REQ-MODE
               IF SD-MODE-ENV(SDX) NOT = SPACES
                 DISPLAY 'MODE VALUE OVERRIDE (BLANK KEEPS '
                 MOVE SPACES TO ANSWER-TEXT
                 ACCEPT ANSWER-TEXT
                 IF ANSWER-TEXT NOT = SPACES
                   MOVE 'C' TO PDEF-ACTION
                   MOVE SD-MODE-ENV(SDX) TO PDEF-NAME
                   MOVE ANSWER-TEXT TO PDEF-VALUE
                   CALL 'PDEFSRV' USING PDEF-CTL
                   END-CALL
                   IF PDEF-INVALID
                     DISPLAY 'REQUEST REFUSED - '
                             FUNCTION TRIM(SD-MODE-ENV(SDX)) '='
                             FUNCTION TRIM(ANSWER-TEXT) ' - '
                             FUNCTION TRIM(PDEF-REASON)
                     EXIT SECTION
                   END-IF
                   MOVE ANSWER-TEXT(1:1) TO REQ-MODE
                 END-IF
               END-IF
               PERFORM CHECK-EDIT-LEASE
               IF NOT LEAS-YES
                 PERFORM LIST-QUEUE
                 PERFORM REFRESH-EDIT-VERSION
                 EXIT SECTION
               END-IF
               PERFORM WRITE-QUEUE-REC
               PERFORM LOAD-MAINT-STATE
               IF MAINT-ACTIVE
                 DISPLAY 'REQUEST QUEUED - HELD UNTIL THE '
                         'MAINTENANCE SWITCH IS CLEARED, THEN '
                         'DRAINED BY THE NEXT RUNALL'
               ELSE
                 DISPLAY 'REQUEST QUEUED - RUNALL DRAINS THE QUEUE '
                         'AFTER THE CATALOGED STEPS TONIGHT'
               END-IF
             END-IF
           END-IF
           .
           END-IF
           .

      *> The queue only grows here, so it carries no version stamp
      *> line - the save is logged and the version after the append
      *> is the one this session now has.
       WRITE-QUEUE-REC SECTION.
           PERFORM STAMP-EDIT-SAVE
           ACCEPT REQ-DATE FROM DATE YYYYMMDD
           ACCEPT REQ-TIME FROM TIME
           OPEN EXTEND RUNQUEUE
           MOVE REQ-MODE TO RUNQUEUE-REC(88:1)
           WRITE RUNQUEUE-REC
           CLOSE RUNQUEUE
           PERFORM REFRESH-EDIT-VERSION
           .

       READ-RUNQUEUE-REC SECTION.

       COPY PZLCRD.

       COPY MNTSCK.

       COPY LEASCK.

       COPY RUNIDGT.

       COPY SBOXRS.
