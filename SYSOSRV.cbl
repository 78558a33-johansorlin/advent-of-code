       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYSOSRV.

      *> Shared console-capture service - see SYSOCWS.cpy for the
      *> control block and the actions. One capture is open at a
      *> time: a step and every program it CALLs write into the
      *> SYSOUT its driver opened, and opening the next step's
      *> closes any left open. The SYSOUT is the console image
      *> itself, one line per line the step wrote, between an
      *> opening line
      *>   SYSOUT OF <program> RUN <run id> STARTED <date> <time>
      *> and a closing one
      *>   END OF SYSOUT - <n> LINE(S), STEP RC <rc>
      *> It is cataloged through NEXT-RPTGEN (RPGNGET.cpy) when it
      *> is opened, so the run id and start time on its catalog
      *> record are the step's, and PRTSRV's 'H' action renders its
      *> HTML copy at the close. Working storage persists across
      *> CALLs within the run unit, which is what carries the open
      *> capture from the driver's 'O' through the step's lines to
      *> the 'C'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSOUT ASSIGN TO DYNAMIC SYSOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SYSOUT-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSOUT.
       01  SYSOUT-REC         PIC X(132).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           05 SYSOUT-FS       PIC XX.
           05 SYSOUT-DSN      PIC X(80).
           05 CAP-PGM         PIC X(8).
           05 CAP-CNT         PIC 9(6).
           05 CAP-DATE        PIC 9(8).
           05 CAP-TIME        PIC 9(8).
           05 CAP-RC-ED       PIC -(4)9.

       01  SWITCHES.
           05 CAPTURE-FLAG    PIC X    VALUE 'N'.
              88 CAPTURING             VALUE 'Y'.

       COPY PRTCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       LINKAGE SECTION.
       COPY SYSOCWS.

       PROCEDURE DIVISION USING SYSO-CTL.

       MAIN SECTION.
           MOVE '00' TO SYSO-STATUS
           EVALUATE SYSO-ACTION
             WHEN 'O'
               PERFORM OPEN-CAPTURE
             WHEN 'W'
               PERFORM WRITE-CONSOLE-LINE
             WHEN 'C'
               PERFORM CLOSE-CAPTURE
             WHEN OTHER
               MOVE '99' TO SYSO-STATUS
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK
           .

      *> A capture still open belongs to a step whose driver never
      *> closed it; it is closed without a step return code before
      *> the new one starts.
       OPEN-CAPTURE SECTION.
           IF CAPTURING
             MOVE SYSO-PGM TO CAP-PGM
             MOVE 0 TO SYSO-STEP-RC
             PERFORM CLOSE-CAPTURE
             MOVE CAP-PGM TO SYSO-PGM
             MOVE '00' TO SYSO-STATUS
           END-IF
           INITIALIZE WORKSPACE
           PERFORM GET-RUN-ID
           MOVE SYSO-PGM TO CAP-PGM RPGN-PGM
           MOVE 'SYSOUT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO SYSOUT-DSN SYSO-DSN
           MOVE 0 TO CAP-CNT SYSO-CNT
           OPEN OUTPUT SYSOUT
           IF SYSOUT-FS NOT = '00'
             MOVE SYSOUT-FS TO SYSO-STATUS
             DISPLAY 'SYSOUT ' FUNCTION TRIM(SYSOUT-DSN)
                     ' NOT OPENED, FILE STATUS=' SYSOUT-FS
                     ' - CONSOLE OUTPUT NOT CAPTURED'
             EXIT SECTION
           END-IF
           SET CAPTURING TO TRUE
           ACCEPT CAP-DATE FROM DATE YYYYMMDD
           ACCEPT CAP-TIME FROM TIME
           MOVE SPACES TO SYSOUT-REC
           STRING 'SYSOUT OF ' FUNCTION TRIM(CAP-PGM)
                  ' RUN ' RUN-ID ' STARTED ' CAP-DATE ' '
                  CAP-TIME(1:2) ':' CAP-TIME(3:2) ':' CAP-TIME(5:2)
                  DELIMITED BY SIZE INTO SYSOUT-REC
           WRITE SYSOUT-REC
           .

      *> The console gets the line whatever happens to the SYSOUT.
      *> A failed write ends the capture rather than the step.
       WRITE-CONSOLE-LINE SECTION.
           DISPLAY FUNCTION TRIM(SYSO-LINE, TRAILING)
           IF NOT CAPTURING
             EXIT SECTION
           END-IF
           WRITE SYSOUT-REC FROM SYSO-LINE
           IF SYSOUT-FS NOT = '00'
             MOVE SYSOUT-FS TO SYSO-STATUS
             DISPLAY 'SYSOUT ' FUNCTION TRIM(SYSOUT-DSN)
                     ' WRITE FAILED, FILE STATUS=' SYSOUT-FS
                     ' - CAPTURE ENDED'
             CLOSE SYSOUT
             MOVE 'N' TO CAPTURE-FLAG
             EXIT SECTION
           END-IF
           ADD 1 TO CAP-CNT
           .

       CLOSE-CAPTURE SECTION.
           MOVE CAP-CNT TO SYSO-CNT
           MOVE SYSOUT-DSN TO SYSO-DSN
           IF NOT CAPTURING
             EXIT SECTION
           END-IF
           MOVE SYSO-STEP-RC TO CAP-RC-ED
           MOVE SPACES TO SYSOUT-REC
           STRING 'END OF SYSOUT - ' CAP-CNT ' LINE(S), STEP RC '
                  FUNCTION TRIM(CAP-RC-ED)
                  DELIMITED BY SIZE INTO SYSOUT-REC
           WRITE SYSOUT-REC
           CLOSE SYSOUT
           MOVE 'N' TO CAPTURE-FLAG

           MOVE SYSOUT-DSN TO PRT-DSN
           MOVE SPACES TO PRT-TITLE PRT-HEADING PRT-LINK
           STRING 'SYSOUT - CONSOLE OUTPUT OF ' FUNCTION TRIM(CAP-PGM)
                  DELIMITED BY SIZE INTO PRT-TITLE
           MOVE 'CONSOLE LINE' TO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'H' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
