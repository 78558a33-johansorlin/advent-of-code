       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMREF.

      *> Parameter reference report: every environment variable any
      *> program reads, with its owning program, what it accepts,
      *> its default and what it means - the one place an operator
      *> looks up a setting before exporting it. Driven entirely by
      *> the parameter definition master PARMDEF.txt through the
      *> parameter service (PDEFSRV.cbl), so documenting a new
      *> setting is a data change. A parameter set in the
      *> environment the report runs under also shows the value in
      *> force and whether the master accepts it (a secret only
      *> shows that it is set). RC 4 when one of them is invalid,
      *> RC 8 when the master cannot be read.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AUDTSEL.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDTFD.

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY AUDTWS.
           COPY RUNIWS.
           COPY RPGNWS.
           05 TYPE-TEXT       PIC X(30).
           05 RANGE-TEXT      PIC X(30).
           05 DEF-CNT         PIC 9(4)  VALUE 0.
           05 SET-CNT         PIC 9(4)  VALUE 0.
           05 BAD-CNT         PIC 9(4)  VALUE 0.
           05 REPORT-RC       PIC S9(4) COMP.

       COPY PRTCWS.

       COPY PDEFCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE
           PERFORM GET-RUN-ID
           MOVE 'PARMREF' TO RPGN-PGM

           MOVE 'PARMREF' TO AUDT-PGM
           PERFORM OPEN-AUDTLOG
           MOVE 'START' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG

           MOVE 'PARMREFRPT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE 'ENVIRONMENT PARAMETER REFERENCE' TO PRT-TITLE
           MOVE 'PARAMETER            OWNER    ACCEPTS' TO PRT-HEADING
           MOVE 'DEFAULT' TO PRT-HEADING(62:7)
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE SPACES TO PRT-LINK
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           MOVE 'F' TO PDEF-ACTION
           CALL 'PDEFSRV' USING PDEF-CTL
           END-CALL
           IF PDEF-NO-MASTER
             DISPLAY 'PARMREF: PARAMETER DEFINITION MASTER '
                     'PARMDEF.TXT NOT AVAILABLE'
             MOVE 8 TO REPORT-RC
           ELSE
             PERFORM UNTIL PDEF-END
               PERFORM WRITE-REF-LINES
               MOVE 'N' TO PDEF-ACTION
               CALL 'PDEFSRV' USING PDEF-CTL
               END-CALL
             END-PERFORM
             MOVE SPACES TO PRT-LINE
             STRING DEF-CNT ' PARAMETER(S) DEFINED, ' SET-CNT
                    ' SET IN THIS ENVIRONMENT, ' BAD-CNT ' INVALID'
                    DELIMITED BY SIZE INTO PRT-LINE
             MOVE 'T' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
             DISPLAY 'PARMREF: ' DEF-CNT ' PARAMETER(S) LISTED, '
                     BAD-CNT ' INVALID IN THIS ENVIRONMENT'
             MOVE 0 TO REPORT-RC
             IF BAD-CNT > 0
               MOVE 4 TO REPORT-RC
             END-IF
           END-IF

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND REPORT-RC < 4
             MOVE 4 TO REPORT-RC
           END-IF
           MOVE REPORT-RC TO RETURN-CODE

           MOVE 'END' TO AUDT-EVENT
           MOVE RETURN-CODE TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           GOBACK
           .

      *> One entry: the definition line, the allowed values of a
      *> code list, the meaning, and the value in force when set.
       WRITE-REF-LINES SECTION.
           ADD 1 TO DEF-CNT
           PERFORM BUILD-TYPE-TEXT
           MOVE SPACES TO PRT-LINE
           STRING PDEF-NAME ' ' PDEF-PGM ' ' TYPE-TEXT ' '
                  PDEF-DEFAULT
                  DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PDEF-TYPE = 'L'
             MOVE SPACES TO PRT-LINE
             STRING '                              VALUES: '
                    PDEF-VALUES
                    DELIMITED BY SIZE INTO PRT-LINE
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-IF
           MOVE SPACES TO PRT-LINE
           STRING '                              ' PDEF-DESC
                  DELIMITED BY SIZE INTO PRT-LINE
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PDEF-SET
             ADD 1 TO SET-CNT
             MOVE SPACES TO PRT-LINE
             IF PDEF-VALID
               STRING '                              IN FORCE: '
                      FUNCTION TRIM(PDEF-SHOW) ' - VALID'
                      DELIMITED BY SIZE INTO PRT-LINE
             ELSE
               ADD 1 TO BAD-CNT
               STRING '                              IN FORCE: '
                      FUNCTION TRIM(PDEF-SHOW) ' *** '
                      FUNCTION TRIM(PDEF-REASON) ' ***'
                      DELIMITED BY SIZE INTO PRT-LINE
             END-IF
             MOVE 'L' TO PRT-ACTION
             CALL 'PRTSRV' USING PRT-CTL
             END-CALL
           END-IF
           .

       BUILD-TYPE-TEXT SECTION.
           MOVE SPACES TO TYPE-TEXT
           EVALUATE PDEF-TYPE
             WHEN 'N'
               MOVE 'WHOLE NUMBER' TO TYPE-TEXT
               PERFORM APPEND-RANGE
             WHEN 'C'
               MOVE 'NUMBER LIST' TO TYPE-TEXT
               PERFORM APPEND-RANGE
             WHEN 'L'
               MOVE 'CODE (SEE VALUES)' TO TYPE-TEXT
             WHEN 'F'
               MOVE 'FLAG Y OR N' TO TYPE-TEXT
             WHEN 'D'
               MOVE 'DATE YYYYMMDD' TO TYPE-TEXT
             WHEN 'M'
               MOVE 'MONTH YYYYMM' TO TYPE-TEXT
             WHEN 'Y'
               MOVE 'YEAR' TO TYPE-TEXT
               PERFORM APPEND-RANGE
             WHEN 'T'
               MOVE 'STAMP YYYYMMDDHHMM' TO TYPE-TEXT
             WHEN 'H'
               MOVE 'TIME HHMMSS' TO TYPE-TEXT
             WHEN 'Q'
               MOVE 'QUARTER YYYYQN' TO TYPE-TEXT
             WHEN 'I'
               MOVE 'EXISTING DATASET' TO TYPE-TEXT
             WHEN 'S'
               MOVE 'SECRET - NEVER SHOWN' TO TYPE-TEXT
             WHEN OTHER
               MOVE 'TEXT' TO TYPE-TEXT
           END-EVALUATE
           .

      *> TYPE-TEXT holds the kind; the bounds go after it.
       APPEND-RANGE SECTION.
           MOVE TYPE-TEXT TO RANGE-TEXT
           MOVE SPACES TO TYPE-TEXT
           EVALUATE TRUE
             WHEN PDEF-MIN NOT = SPACES AND PDEF-MAX NOT = SPACES
               STRING FUNCTION TRIM(RANGE-TEXT) ' '
                      FUNCTION TRIM(PDEF-MIN) ' TO '
                      FUNCTION TRIM(PDEF-MAX)
                      DELIMITED BY SIZE INTO TYPE-TEXT
             WHEN PDEF-MIN NOT = SPACES
               STRING FUNCTION TRIM(RANGE-TEXT) ' FROM '
                      FUNCTION TRIM(PDEF-MIN)
                      DELIMITED BY SIZE INTO TYPE-TEXT
             WHEN PDEF-MAX NOT = SPACES
               STRING FUNCTION TRIM(RANGE-TEXT) ' UP TO '
                      FUNCTION TRIM(PDEF-MAX)
                      DELIMITED BY SIZE INTO TYPE-TEXT
             WHEN OTHER
               MOVE RANGE-TEXT TO TYPE-TEXT
           END-EVALUATE
           .

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
