
           COPY RPGNSEL.

           COPY AUDTSEL.

           COPY RELRSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ANSHFD.

       COPY RPGNFD.

       COPY AUDTFD.

       COPY RELRFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY ANSHWS.
           05 PM-LATEST-IX    PIC S9(4) COMP.
           05 PM-HASH-IX      PIC S9(4) COMP.
           05 PARM-VERDICT    PIC X(16).
           COPY AUDTWS.
           COPY RELRWS.
           05 PRIOR-BUILD     PIC X(16).
           05 CODE-VERDICT    PIC X(16).

      *> One entry per distinct (PGM, LABEL) seen in ANSHIST.txt, the
      *> prior and latest values it carried the last two times that

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

      *> Walks the whole answer-history file once, building one table
      *> any pair whose answer changed between those two runs, which
      *> is the signal that a program's logic or its input changed
      *> rather than the expected steady state of re-running the same
      *> puzzle against the same data. Each CHANGED line carries the
      *> evidence for which: the input fingerprints, the run
      *> parameters and the compile stamp of the build that ran.
       MAIN SECTION.
           INITIALIZE WORKSPACE RECON-TBL-REC

               ADD 1 TO CHANGED-CNT
               PERFORM JUDGE-INPUT-CHANGE
               PERFORM JUDGE-PARM-CHANGE
               PERFORM JUDGE-CODE-CHANGE
               STRING RCN-PGM(RCN-IX) ' ' RCN-LABEL(RCN-IX)
                      ' CHANGED - PRIOR='
                      FUNCTION TRIM(RCN-PRIOR-VALUE(RCN-IX))
                      ' LATEST='
                      FUNCTION TRIM(RCN-LATEST-VALUE(RCN-IX))
                      ' ' FUNCTION TRIM(INPUT-VERDICT)
                      ' ' FUNCTION TRIM(PARM-VERDICT)
                      ' ' FUNCTION TRIM(CODE-VERDICT)
                      INTO PRT-LINE
             END-IF
           END-IF

       READ-FINGPRNT-REC SECTION.
           READ FINGPRNT
           PERFORM UNTIL FINGPRNT-FS NOT = '00'
                      OR FINGPRNT-REC(1:1) NOT = '*'
             MOVE 'FINGPRNT' TO MLBL-FILE
             MOVE FINGPRNT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ FINGPRNT
           END-PERFORM
           IF FINGPRNT-FS NOT = '00'
             SET FINGPRNT-EOF TO TRUE
           END-IF

       READ-PARMREG-REC SECTION.
           READ PARMREG
           PERFORM UNTIL PARMREG-FS NOT = '00'
                      OR PARMREG-REC(1:1) NOT = '*'
             MOVE 'PARMREG' TO MLBL-FILE
             MOVE PARMREG-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ PARMREG
           END-PERFORM
           IF PARMREG-FS NOT = '00'
             SET PARMREG-EOF TO TRUE
           END-IF
           END-EVALUATE
           .

      *> The fourth verdict, from the compile stamps the two runs'
      *> START records carry on the audit log: CODE-SAME or
      *> CODE-CHANGED when both runs were stamped, CODE-UNKNOWN when
      *> either ran before programs stamped their build.
       JUDGE-CODE-CHANGE SECTION.
           MOVE 'CODE-UNKNOWN' TO CODE-VERDICT
           MOVE RCN-PGM(RCN-IX) TO RELR-PGM
           MOVE RCN-PRIOR-RUN(RCN-IX) TO RELR-RUN
           PERFORM FIND-RUN-BUILD
           MOVE RELR-BUILD TO PRIOR-BUILD
           MOVE RCN-LATEST-RUN(RCN-IX) TO RELR-RUN
           PERFORM FIND-RUN-BUILD
           IF PRIOR-BUILD NOT = SPACES AND RELR-BUILD NOT = SPACES
             IF PRIOR-BUILD = RELR-BUILD
               MOVE 'CODE-SAME' TO CODE-VERDICT
             ELSE
               MOVE 'CODE-CHANGED' TO CODE-VERDICT
             END-IF
           END-IF
           .

      *> ANSHIST-REC is laid out at fixed offsets by ANSHWR.cpy's
      *> STRING (PGM DATE TIME LABEL=VALUE, each field its own
      *> declared width), so picking PGM/LABEL/VALUE back out by
      *> which would confuse an UNSTRING DELIMITED BY SPACE.
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

       COPY ANSOCHK.

       COPY RELRRD.

       COPY SBOXRS.

       COPY MLBLCK.
