       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNGSRV.

      *> Shared training service - see TRNGCWS.cpy for the control
      *> block and the actions. The training master TRNGMST.txt is
      *> hand-maintained, one line per required exercise:
      *>   FUNCTION(1:14) PROGRAM(16:8) DESCRIPTION(25:40)
      *> and a line starting '*' is a comment. The training log
      *> TRNGLOG.txt is append-only and written only here:
      *>   DATE(1:8) TIME(10:8) EVENT(19:6) OPER(26:8)
      *>   FUNCTION(35:14) PROGRAM(50:8) RUN-ID(59:16) RC(76:4)
      *>   BY(81:8)
      *> EVENT is DONE - the exercise program ended under the
      *> sandbox switch, RC its return code - or SIGNED - supervisor
      *> BY signed off the DONE of run RUN-ID. A DONE that ended RC
      *> 8 or worse is on the record but never awaits sign-off; the
      *> trainee runs the exercise again. Both files are read whole
      *> on every call.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNGMST ASSIGN TO 'TRNGMST.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRNGMST-FS.

           SELECT TRNGLOG ASSIGN TO 'TRNGLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRNGLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRNGMST.
       01  TRNGMST-REC        PIC X(80).

       FD  TRNGLOG.
       01  TRNGLOG-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 TRNGMST-FS      PIC XX.
           05 TRNGLOG-FS      PIC XX.
           05 LOG-DATE        PIC 9(8).
           05 LOG-TIME        PIC 9(8).
           05 LOG-EVENT       PIC X(6).
           05 LOG-PGM         PIC X(8).
           05 LOG-RUN-ID      PIC X(16).
           05 LOG-RC          PIC 9(4).
           05 LOG-BY          PIC X(8).
           05 EX-IX           PIC S9(4) COMP.
           05 FN-IX           PIC S9(4) COMP.
      *> The run id of the completion each exercise's sign-off
      *> will name, in TRNG-EX order.
           05 EX-RUN          PIC X(16) OCCURS 10 TIMES.

       01  SWITCHES.
           05 TRNGMST-FLAG    PIC X    VALUE 'C'.
              88 TRNGMST-EOF           VALUE 'E'.
           05 TRNGLOG-FLAG    PIC X    VALUE 'C'.
              88 TRNGLOG-EOF           VALUE 'E'.
           05 FOUND-FLAG      PIC X    VALUE 'N'.
              88 ENTRY-FOUND           VALUE 'Y'.

       LINKAGE SECTION.
       COPY TRNGCWS.

       PROCEDURE DIVISION USING TRNG-CTL.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           MOVE 'N' TO TRNG-RESULT
           MOVE SPACES TO TRNG-REASON
           MOVE 0 TO TRNG-EX-CNT TRNG-DONE-CNT TRNG-SIGNED-CNT
                     TRNG-SIGN-NOW TRNG-FUNC-CNT
           PERFORM LOAD-TRNGMST

           EVALUATE TRNG-ACTION
             WHEN 'Q'
               MOVE TRNG-PGM TO LOG-PGM
               PERFORM FIND-EXERCISE
               IF ENTRY-FOUND
                 SET TRNG-YES TO TRUE
               END-IF
             WHEN 'D'
               PERFORM RECORD-DONE
             WHEN 'K'
               PERFORM LOAD-OPER-STATE
               PERFORM CHECK-QUALIFIED
             WHEN 'S'
               PERFORM SIGN-OFF
             WHEN OTHER
               MOVE 'UNKNOWN TRAINING SERVICE ACTION' TO TRNG-REASON
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK
           .

      *> The function's exercises into TRNG-EX, and every function
      *> the master names into TRNG-FUNC-LIST.
       LOAD-TRNGMST SECTION.
           MOVE 'C' TO TRNGMST-FLAG
           OPEN INPUT TRNGMST
           IF TRNGMST-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-TRNGMST-REC
           PERFORM UNTIL TRNGMST-EOF
             IF TRNGMST-REC(1:1) NOT = '*'
                AND TRNGMST-REC(1:14) NOT = SPACES
                AND TRNGMST-REC(16:8) NOT = SPACES
               PERFORM NOTE-FUNCTION
               IF TRNGMST-REC(1:14) = TRNG-FUNC
                  AND TRNG-EX-CNT < 10
                 ADD 1 TO TRNG-EX-CNT
                 MOVE TRNGMST-REC(16:8) TO TRNG-EX-PGM(TRNG-EX-CNT)
                 MOVE TRNGMST-REC(25:40)
                   TO TRNG-EX-DESC(TRNG-EX-CNT)
                 MOVE 'N' TO TRNG-EX-STATE(TRNG-EX-CNT)
                 MOVE 0 TO TRNG-EX-DATE(TRNG-EX-CNT)
                 MOVE SPACES TO TRNG-EX-BY(TRNG-EX-CNT)
                                EX-RUN(TRNG-EX-CNT)
               END-IF
             END-IF
             PERFORM READ-TRNGMST-REC
           END-PERFORM
           CLOSE TRNGMST
           .

       NOTE-FUNCTION SECTION.
           PERFORM VARYING FN-IX FROM 1 BY 1
                     UNTIL FN-IX > TRNG-FUNC-CNT
             IF TRNG-FUNC-LIST(FN-IX) = TRNGMST-REC(1:14)
               EXIT SECTION
             END-IF
           END-PERFORM
           IF TRNG-FUNC-CNT < 10
             ADD 1 TO TRNG-FUNC-CNT
             MOVE TRNGMST-REC(1:14) TO TRNG-FUNC-LIST(TRNG-FUNC-CNT)
           END-IF
           .

      *> EX-IX is LOG-PGM's place among the function's exercises.
       FIND-EXERCISE SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING EX-IX FROM 1 BY 1
                     UNTIL EX-IX > TRNG-EX-CNT OR ENTRY-FOUND
             IF TRNG-EX-PGM(EX-IX) = LOG-PGM
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM EX-IX
           END-IF
           .

       RECORD-DONE SECTION.
           MOVE TRNG-PGM TO LOG-PGM
           PERFORM FIND-EXERCISE
           IF NOT ENTRY-FOUND
             MOVE 'NOT AN EXERCISE FOR THE FUNCTION ON TRNGMST.TXT'
               TO TRNG-REASON
             EXIT SECTION
           END-IF
           MOVE 'DONE' TO LOG-EVENT
           MOVE TRNG-RUN-ID TO LOG-RUN-ID
           MOVE TRNG-RC TO LOG-RC
           MOVE SPACES TO LOG-BY
           PERFORM WRITE-TRNGLOG-REC
           SET TRNG-YES TO TRUE
           .

      *> The operator's record for the function, oldest first - a
      *> sign-off settles an exercise for good; a later good DONE
      *> only matters while it is still unsigned.
       LOAD-OPER-STATE SECTION.
           MOVE 'C' TO TRNGLOG-FLAG
           OPEN INPUT TRNGLOG
           IF TRNGLOG-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-TRNGLOG-REC
           PERFORM UNTIL TRNGLOG-EOF
             IF TRNGLOG-REC(26:8) = TRNG-OPER
                AND TRNGLOG-REC(35:14) = TRNG-FUNC
               MOVE TRNGLOG-REC(50:8) TO LOG-PGM
               PERFORM FIND-EXERCISE
               IF ENTRY-FOUND
                 PERFORM APPLY-TRNGLOG-REC
               END-IF
             END-IF
             PERFORM READ-TRNGLOG-REC
           END-PERFORM
           CLOSE TRNGLOG
           .

       APPLY-TRNGLOG-REC SECTION.
           EVALUATE TRNGLOG-REC(19:6)
             WHEN 'DONE'
               IF TRNG-EX-STATE(EX-IX) NOT = 'S'
                  AND TRNGLOG-REC(76:4) IS NUMERIC
                  AND TRNGLOG-REC(76:4) < '0008'
                 MOVE 'D' TO TRNG-EX-STATE(EX-IX)
                 MOVE TRNGLOG-REC(1:8) TO TRNG-EX-DATE(EX-IX)
                 MOVE TRNGLOG-REC(59:16) TO EX-RUN(EX-IX)
               END-IF
             WHEN 'SIGNED'
               MOVE 'S' TO TRNG-EX-STATE(EX-IX)
               MOVE TRNGLOG-REC(1:8) TO TRNG-EX-DATE(EX-IX)
               MOVE TRNGLOG-REC(81:8) TO TRNG-EX-BY(EX-IX)
           END-EVALUATE
           .

       CHECK-QUALIFIED SECTION.
           PERFORM VARYING EX-IX FROM 1 BY 1 UNTIL EX-IX > TRNG-EX-CNT
             EVALUATE TRNG-EX-STATE(EX-IX)
               WHEN 'S'
                 ADD 1 TO TRNG-SIGNED-CNT TRNG-DONE-CNT
               WHEN 'D'
                 ADD 1 TO TRNG-DONE-CNT
                 IF TRNG-REASON = SPACES
                   STRING 'EXERCISE ' TRNG-EX-PGM(EX-IX)
                          ' IS DONE BUT AWAITS SUPERVISOR SIGN-OFF'
                          DELIMITED BY SIZE INTO TRNG-REASON
                 END-IF
               WHEN OTHER
                 IF TRNG-REASON = SPACES
                   STRING 'EXERCISE ' TRNG-EX-PGM(EX-IX)
                          ' HAS NOT BEEN DONE IN THE SANDBOX'
                          DELIMITED BY SIZE INTO TRNG-REASON
                 END-IF
             END-EVALUATE
           END-PERFORM
           IF TRNG-SIGNED-CNT = TRNG-EX-CNT
             SET TRNG-YES TO TRUE
             MOVE SPACES TO TRNG-REASON
           END-IF
           .

       SIGN-OFF SECTION.
           IF TRNG-BY = TRNG-OPER
             MOVE 'A SUPERVISOR MAY NOT SIGN OFF THEIR OWN TRAINING'
               TO TRNG-REASON
             EXIT SECTION
           END-IF
           PERFORM LOAD-OPER-STATE
           MOVE 'SIGNED' TO LOG-EVENT
           MOVE 0 TO LOG-RC
           MOVE TRNG-BY TO LOG-BY
           PERFORM VARYING EX-IX FROM 1 BY 1 UNTIL EX-IX > TRNG-EX-CNT
             IF TRNG-EX-STATE(EX-IX) = 'D'
               MOVE TRNG-EX-PGM(EX-IX) TO LOG-PGM
               MOVE EX-RUN(EX-IX) TO LOG-RUN-ID
               PERFORM WRITE-TRNGLOG-REC
               MOVE 'S' TO TRNG-EX-STATE(EX-IX)
               MOVE LOG-DATE TO TRNG-EX-DATE(EX-IX)
               MOVE TRNG-BY TO TRNG-EX-BY(EX-IX)
               ADD 1 TO TRNG-SIGN-NOW
             END-IF
           END-PERFORM
           PERFORM CHECK-QUALIFIED
           IF TRNG-SIGN-NOW = 0
             MOVE 'NOTHING IS AWAITING SIGN-OFF FOR THE FUNCTION'
               TO TRNG-REASON
             MOVE 'N' TO TRNG-RESULT
           ELSE
             SET TRNG-YES TO TRUE
           END-IF
           .

       WRITE-TRNGLOG-REC SECTION.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD
           ACCEPT LOG-TIME FROM TIME
           OPEN EXTEND TRNGLOG
           IF TRNGLOG-FS = '35'
             OPEN OUTPUT TRNGLOG
           END-IF
           MOVE SPACES TO TRNGLOG-REC
           MOVE LOG-DATE TO TRNGLOG-REC(1:8)
           MOVE LOG-TIME TO TRNGLOG-REC(10:8)
           MOVE LOG-EVENT TO TRNGLOG-REC(19:6)
           MOVE TRNG-OPER TO TRNGLOG-REC(26:8)
           MOVE TRNG-FUNC TO TRNGLOG-REC(35:14)
           MOVE LOG-PGM TO TRNGLOG-REC(50:8)
           MOVE LOG-RUN-ID TO TRNGLOG-REC(59:16)
           MOVE LOG-RC TO TRNGLOG-REC(76:4)
           MOVE LOG-BY TO TRNGLOG-REC(81:8)
           WRITE TRNGLOG-REC
           CLOSE TRNGLOG
           .

       READ-TRNGMST-REC SECTION.
           READ TRNGMST
           IF TRNGMST-FS NOT = '00'
             SET TRNGMST-EOF TO TRUE
           END-IF
           .

       READ-TRNGLOG-REC SECTION.
           READ TRNGLOG
           IF TRNGLOG-FS NOT = '00'
             SET TRNGLOG-EOF TO TRUE
           END-IF
           .
