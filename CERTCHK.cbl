      *> ANSHIST.txt against it, reporting CERTIFIED, MISMATCH or
      *> NOT-YET-CERTIFIED per star. A MISMATCH on a previously
      *> certified star is the strongest possible signal that
      *> something regressed, so any MISMATCH ends the run RC 8
      *> and raises message CC0001, which reaches whoever is on
      *> call rather than waiting on the console.
      *> Historical reruns (mode 'H') never count as the latest
      *> production value.

                 88 PROD-PRESENT      VALUE 'Y'.
              10 PROD-VALUE   PIC X(20).

       COPY MSGCWS.

       01  SWITCHES.
           05 CERTANS-FLAG    PIC X   VALUE 'C'.
              88 CERTANS-EOF          VALUE 'E'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.

           IF MISMATCH-CNT > 0
             DISPLAY 'CERTCHK: A CERTIFIED STAR REGRESSED - RC 8'
             MOVE 'CC0001' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             MOVE 'CERTCHK' TO MSG-PGM
             MOVE RUN-ID TO MSG-RUN-ID
             MOVE OPERATOR-ID TO MSG-OPER
             MOVE SPACES TO MSG-TEXT
             STRING MISMATCH-CNT ' CERTIFIED STAR(S) NO LONGER MATCH '
                    'THE LATEST PRODUCTION VALUE - SEE '
                    FUNCTION TRIM(CERTRPT-DSN)
                    DELIMITED BY SIZE INTO MSG-TEXT
             CALL 'MSGSRV' USING MSG-CTL
             END-CALL
             MOVE 8 TO RETURN-CODE
           END-IF


       READ-ANSHIST-REC SECTION.
           READ ANSHIST
           PERFORM UNTIL ANSHIST-FS NOT = '00'
                      OR ANSHIST-REC(1:1) NOT = '*'
             MOVE 'ANSHIST' TO MLBL-FILE
             MOVE ANSHIST-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ ANSHIST
           END-PERFORM
           IF ANSHIST-FS NOT = '00'
             SET ANSHIST-EOF TO TRUE
           ELSE
       COPY ASEGRD.

       COPY SBOXRS.

       COPY MLBLCK.
