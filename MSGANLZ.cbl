       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSGANLZ.

      *> Message-log analysis. MSGSRV.cbl writes every message to
      *> MSGLOG.txt, but the log was only ever read back for one
      *> message id. This counts the messages of a date range by
      *> message id, severity, program and operator, shows the
      *> repeat offenders - an id issued by the same program at
      *> least MSGANLZ_REPEAT times (default 3) - with their counts
      *> over four equal slices of the range and whether they are
      *> rising or falling, and then checks the log against the
      *> message-reference master MSGREF.txt both ways: every id
      *> issued with no reference line (an operator met a message
      *> nobody documented an action for) and every reference line
      *> never issued in the range (a candidate for cleaning out).
      *>
      *> MSGANLZ_FROM and MSGANLZ_TO (YYYYMMDD) bound the range; TO
      *> defaults to today and FROM to 29 days before TO. The shadow
      *> log SHADOW_MSGLOG.txt is not read - trial messages page
      *> nobody and are not part of the production record. Report
      *> family MSGANLZ through PRTSRV. Undocumented ids raise
      *> MA0001 and end RC 4; otherwise MA0002 records the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGLOG ASSIGN TO 'MSGLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MSGLOG-FS.

           SELECT MSGREFM ASSIGN TO 'MSGREF.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MSGREFM-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGLOG.
       01  MSGLOG-REC         PIC X(170).

       FD  MSGREFM.
       01  MSGREFM-REC        PIC X(135).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY RPGNWS.
           05 MSGLOG-FS       PIC XX.
           05 MSGREFM-FS      PIC XX.
           05 DATE-TEXT       PIC X(8).
           05 DATE-NUM REDEFINES DATE-TEXT PIC 9(8).
           05 REPEAT-TEXT     PIC X(4).
           05 FROM-DATE       PIC 9(8).
           05 TO-DATE         PIC 9(8).
           05 FROM-INT        PIC S9(9) COMP.
           05 TO-INT          PIC S9(9) COMP.
           05 SLICE-DAYS      PIC S9(4) COMP.
           05 SLICE-IX        PIC S9(4) COMP.
           05 REPEAT-MIN      PIC 9(4).
           05 REC-DATE        PIC 9(8).
           05 REC-ID          PIC X(8).
           05 REC-SEV         PIC X.
           05 REC-PGM         PIC X(8).
           05 REC-OPER        PIC X(8).
           05 MSG-CNT         PIC 9(6).
           05 OUT-OF-RANGE    PIC 9(6).
           05 UNDOC-CNT       PIC 9(4).
           05 UNUSED-CNT      PIC 9(4).
           05 OFFEND-CNT      PIC 9(4).
           05 BEST-IX         PIC S9(4) COMP.
           05 BEST-CNT        PIC 9(6).
           05 CNT-ED          PIC ZZZZZ9.
           05 SLC-ED          PIC ZZZZ9.
           05 TREND-WORD      PIC X(7).
      *> One entry per message id issued in the range.
           05 ID-CNT          PIC S9(4) COMP VALUE 0.
           05 ID-IX           PIC S9(4) COMP.
           05 ID-TBL.
              10 ID-ENT OCCURS 300 TIMES.
                 15 ID-ID     PIC X(8).
                 15 ID-SEV    PIC X.
                 15 ID-TALLY  PIC 9(6).
                 15 ID-FIRST  PIC 9(8).
                 15 ID-LAST   PIC 9(8).
                 15 ID-PGM    PIC X(8).
                 15 ID-TEXT   PIC X(60).
                 15 ID-REF-SW PIC X.
                    88 ID-DOCUMENTED      VALUE 'Y'.
      *> Severity totals: E, W, I and anything else.
           05 SEV-IX          PIC S9(4) COMP.
           05 SEV-TALLY       PIC 9(6) OCCURS 4 TIMES.
           05 PGM-CNT         PIC S9(4) COMP VALUE 0.
           05 PGM-IX          PIC S9(4) COMP.
           05 PGM-TBL.
              10 PGM-ENT OCCURS 200 TIMES.
                 15 PGM-NAME  PIC X(8).
                 15 PGM-TALLY PIC 9(6).
                 15 PGM-SEV-TALLY PIC 9(6) OCCURS 4 TIMES.
           05 OPR-CNT         PIC S9(4) COMP VALUE 0.
           05 OPR-IX          PIC S9(4) COMP.
           05 OPR-TBL.
              10 OPR-ENT OCCURS 200 TIMES.
                 15 OPR-NAME  PIC X(8).
                 15 OPR-TALLY PIC 9(6).
                 15 OPR-SEV-TALLY PIC 9(6) OCCURS 4 TIMES.
      *> Message id by issuing program, counted per slice of the
      *> range for the trend.
           05 RPT-CNT         PIC S9(4) COMP VALUE 0.
           05 RPT-IX          PIC S9(4) COMP.
           05 RPT-TBL.
              10 RPT-ENT OCCURS 500 TIMES.
                 15 RPT-ID    PIC X(8).
                 15 RPT-PGM   PIC X(8).
                 15 RPT-TALLY PIC 9(6).
                 15 RPT-SLICE PIC 9(5) OCCURS 4 TIMES.
                 15 RPT-DONE-SW PIC X.
                    88 RPT-PRINTED        VALUE 'Y'.
      *> The reference master, marked as each id turns up in the log.
           05 REF-CNT         PIC S9(4) COMP VALUE 0.
           05 REF-IX          PIC S9(4) COMP.
           05 REF-TBL.
              10 REF-ENT OCCURS 500 TIMES.
                 15 REF-ID    PIC X(8).
                 15 REF-SEV   PIC X.
                 15 REF-MEANING PIC X(60).
                 15 REF-USED-SW PIC X.
                    88 REF-USED           VALUE 'Y'.

      *> Severity order of the totals columns - kept out of
      *> WORKSPACE so its INITIALIZE cannot blank it.
       01  SEV-ORDER-LST      PIC X(3) VALUE 'EWI'.

       COPY PRTCWS.

       COPY MSGCWS.

       01  SWITCHES.
           05 MSGLOG-FLAG     PIC X   VALUE 'C'.
              88 MSGLOG-EOF           VALUE 'E'.
           05 MSGREFM-FLAG    PIC X   VALUE 'C'.
              88 MSGREFM-EOF          VALUE 'E'.
           05 FOUND-FLAG      PIC X   VALUE 'N'.
              88 ENTRY-FOUND          VALUE 'Y'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID
           MOVE 'MSGANLZ' TO RPGN-PGM
           PERFORM GET-RANGE

           PERFORM LOAD-MSGREF
           PERFORM SWEEP-MSGLOG
           PERFORM MATCH-REFERENCES

           MOVE 'MSGANLZ' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO PRT-DSN
           MOVE SPACES TO PRT-TITLE
           STRING 'MESSAGE-LOG ANALYSIS ' FROM-DATE ' TO ' TO-DATE
                  DELIMITED BY SIZE INTO PRT-TITLE
           MOVE SPACES TO PRT-HEADING
           STRING 'MESSAGES ISSUED THROUGH MSGSRV, COUNTED FROM '
                  'MSGLOG.TXT AND CHECKED AGAINST MSGREF.TXT'
                  DELIMITED BY SIZE INTO PRT-HEADING
           MOVE RUN-ID TO PRT-RUN-ID
           MOVE 'O' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL

           PERFORM PRINT-BY-ID
           PERFORM PRINT-BY-SEVERITY
           PERFORM PRINT-BY-PROGRAM
           PERFORM PRINT-BY-OPERATOR
           PERFORM PRINT-OFFENDERS
           PERFORM PRINT-UNDOCUMENTED
           PERFORM PRINT-UNUSED

           MOVE 'C' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           MOVE 'S' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           IF PRT-STATUS NOT = '00' AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM TELL-ANALYSIS
           DISPLAY 'MSGANLZ: ' MSG-CNT ' MESSAGE(S) ' FROM-DATE
                   '-' TO-DATE ', ' UNDOC-CNT ' UNDOCUMENTED ID(S), '
                   UNUSED-CNT ' UNUSED REFERENCE(S) - REPORT IN '
                   FUNCTION TRIM(PRT-DSN)
           GOBACK
           .

      *> The range, the trend slices and the repeat threshold. A
      *> FROM after TO is swapped rather than refused - the operator
      *> plainly meant the days between them.
       GET-RANGE SECTION.
           MOVE SPACES TO DATE-TEXT
           ACCEPT DATE-TEXT FROM ENVIRONMENT 'MSGANLZ_TO'
           IF DATE-TEXT IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(DATE-NUM) = 0
             MOVE DATE-TEXT TO TO-DATE
           ELSE
             ACCEPT TO-DATE FROM DATE YYYYMMDD
           END-IF
           COMPUTE TO-INT = FUNCTION INTEGER-OF-DATE(TO-DATE)

           MOVE SPACES TO DATE-TEXT
           ACCEPT DATE-TEXT FROM ENVIRONMENT 'MSGANLZ_FROM'
           IF DATE-TEXT IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(DATE-NUM) = 0
             MOVE DATE-TEXT TO FROM-DATE
             COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE(FROM-DATE)
           ELSE
             COMPUTE FROM-INT = TO-INT - 29
             COMPUTE FROM-DATE = FUNCTION DATE-OF-INTEGER(FROM-INT)
           END-IF
           IF FROM-INT > TO-INT
             MOVE FROM-DATE TO REC-DATE
             MOVE TO-DATE TO FROM-DATE
             MOVE REC-DATE TO TO-DATE
             MOVE FROM-INT TO SLICE-IX
             MOVE TO-INT TO FROM-INT
             MOVE SLICE-IX TO TO-INT
           END-IF
           COMPUTE SLICE-DAYS = (TO-INT - FROM-INT + 4) / 4

           MOVE 3 TO REPEAT-MIN
           MOVE SPACES TO REPEAT-TEXT
           ACCEPT REPEAT-TEXT FROM ENVIRONMENT 'MSGANLZ_REPEAT'
           IF REPEAT-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(REPEAT-TEXT) = 0
             COMPUTE REPEAT-MIN = FUNCTION NUMVAL(REPEAT-TEXT)
             IF REPEAT-MIN < 2
               MOVE 2 TO REPEAT-MIN
             END-IF
           END-IF
           .

       LOAD-MSGREF SECTION.
           MOVE 'C' TO MSGREFM-FLAG
           OPEN INPUT MSGREFM
           IF MSGREFM-FS NOT = '00'
             DISPLAY 'MSGANLZ: MESSAGE-REFERENCE MASTER MSGREF.TXT '
                     'NOT AVAILABLE, FILE STATUS=' MSGREFM-FS
                     ' - EVERY ID WILL SHOW AS UNDOCUMENTED'
             EXIT SECTION
           END-IF
           PERFORM READ-MSGREFM-REC
           PERFORM UNTIL MSGREFM-EOF
             IF MSGREFM-REC(1:1) NOT = '*'
                AND MSGREFM-REC(1:8) NOT = SPACES
                AND REF-CNT < 500
               ADD 1 TO REF-CNT
               MOVE MSGREFM-REC(1:8) TO REF-ID(REF-CNT)
               MOVE MSGREFM-REC(10:1) TO REF-SEV(REF-CNT)
               MOVE MSGREFM-REC(12:60) TO REF-MEANING(REF-CNT)
             END-IF
             PERFORM READ-MSGREFM-REC
           END-PERFORM
           CLOSE MSGREFM
           .

      *> Log offsets (MSGSRV.cbl): MSGID(1:8) SEV(10:1) DATE(12:8)
      *> TIME(21:8) PGM(30:8) RUN-ID(39:16) OPER(56:8) TEXT(65:100).
       SWEEP-MSGLOG SECTION.
           MOVE 'C' TO MSGLOG-FLAG
           OPEN INPUT MSGLOG
           IF MSGLOG-FS NOT = '00'
             DISPLAY 'MSGANLZ: NO MESSAGE LOG MSGLOG.TXT YET - '
                     'NOTHING TO ANALYZE'
             EXIT SECTION
           END-IF
           PERFORM READ-MSGLOG-REC
           PERFORM UNTIL MSGLOG-EOF
             IF MSGLOG-REC(12:8) IS NUMERIC
                AND MSGLOG-REC(1:8) NOT = SPACES
               MOVE MSGLOG-REC(12:8) TO REC-DATE
               IF REC-DATE < FROM-DATE OR REC-DATE > TO-DATE
                 ADD 1 TO OUT-OF-RANGE
               ELSE
                 PERFORM APPLY-MSGLOG-REC
               END-IF
             END-IF
             PERFORM READ-MSGLOG-REC
           END-PERFORM
           CLOSE MSGLOG
           .

       APPLY-MSGLOG-REC SECTION.
           ADD 1 TO MSG-CNT
           MOVE MSGLOG-REC(1:8) TO REC-ID
           MOVE MSGLOG-REC(10:1) TO REC-SEV
           MOVE MSGLOG-REC(30:8) TO REC-PGM
           MOVE MSGLOG-REC(56:8) TO REC-OPER
           IF REC-OPER = SPACES
             MOVE '(NONE)' TO REC-OPER
           END-IF
           COMPUTE SLICE-IX = (FUNCTION INTEGER-OF-DATE(REC-DATE)
                               - FROM-INT) / SLICE-DAYS + 1
           IF SLICE-IX > 4
             MOVE 4 TO SLICE-IX
           END-IF
           EVALUATE REC-SEV
             WHEN 'E'
               MOVE 1 TO SEV-IX
             WHEN 'W'
               MOVE 2 TO SEV-IX
             WHEN 'I'
               MOVE 3 TO SEV-IX
             WHEN OTHER
               MOVE 4 TO SEV-IX
           END-EVALUATE
           ADD 1 TO SEV-TALLY(SEV-IX)
           PERFORM TALLY-ID
           PERFORM TALLY-PROGRAM
           PERFORM TALLY-OPERATOR
           PERFORM TALLY-REPEAT
           .

       TALLY-ID SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING ID-IX FROM 1 BY 1
                     UNTIL ID-IX > ID-CNT OR ENTRY-FOUND
             IF ID-ID(ID-IX) = REC-ID
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM ID-IX
           ELSE
             IF ID-CNT NOT < 300
               EXIT SECTION
             END-IF
             ADD 1 TO ID-CNT
             MOVE ID-CNT TO ID-IX
             MOVE REC-ID TO ID-ID(ID-IX)
             MOVE REC-DATE TO ID-FIRST(ID-IX)
           END-IF
           ADD 1 TO ID-TALLY(ID-IX)
           MOVE REC-SEV TO ID-SEV(ID-IX)
           MOVE REC-DATE TO ID-LAST(ID-IX)
           MOVE REC-PGM TO ID-PGM(ID-IX)
           MOVE MSGLOG-REC(65:60) TO ID-TEXT(ID-IX)
           .

       TALLY-PROGRAM SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING PGM-IX FROM 1 BY 1
                     UNTIL PGM-IX > PGM-CNT OR ENTRY-FOUND
             IF PGM-NAME(PGM-IX) = REC-PGM
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM PGM-IX
           ELSE
             IF PGM-CNT NOT < 200
               EXIT SECTION
             END-IF
             ADD 1 TO PGM-CNT
             MOVE PGM-CNT TO PGM-IX
             MOVE REC-PGM TO PGM-NAME(PGM-IX)
           END-IF
           ADD 1 TO PGM-TALLY(PGM-IX)
           ADD 1 TO PGM-SEV-TALLY(PGM-IX, SEV-IX)
           .

       TALLY-OPERATOR SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING OPR-IX FROM 1 BY 1
                     UNTIL OPR-IX > OPR-CNT OR ENTRY-FOUND
             IF OPR-NAME(OPR-IX) = REC-OPER
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM OPR-IX
           ELSE
             IF OPR-CNT NOT < 200
               EXIT SECTION
             END-IF
             ADD 1 TO OPR-CNT
             MOVE OPR-CNT TO OPR-IX
             MOVE REC-OPER TO OPR-NAME(OPR-IX)
           END-IF
           ADD 1 TO OPR-TALLY(OPR-IX)
           ADD 1 TO OPR-SEV-TALLY(OPR-IX, SEV-IX)
           .

       TALLY-REPEAT SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING RPT-IX FROM 1 BY 1
                     UNTIL RPT-IX > RPT-CNT OR ENTRY-FOUND
             IF RPT-ID(RPT-IX) = REC-ID AND RPT-PGM(RPT-IX) = REC-PGM
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF ENTRY-FOUND
             SUBTRACT 1 FROM RPT-IX
           ELSE
             IF RPT-CNT NOT < 500
               EXIT SECTION
             END-IF
             ADD 1 TO RPT-CNT
             MOVE RPT-CNT TO RPT-IX
             MOVE REC-ID TO RPT-ID(RPT-IX)
             MOVE REC-PGM TO RPT-PGM(RPT-IX)
           END-IF
           ADD 1 TO RPT-TALLY(RPT-IX)
           ADD 1 TO RPT-SLICE(RPT-IX, SLICE-IX)
           .

      *> Both directions at once: an issued id finding its line
      *> marks the line used.
       MATCH-REFERENCES SECTION.
           PERFORM VARYING ID-IX FROM 1 BY 1 UNTIL ID-IX > ID-CNT
             PERFORM VARYING REF-IX FROM 1 BY 1 UNTIL REF-IX > REF-CNT
               IF REF-ID(REF-IX) = ID-ID(ID-IX)
                 SET REF-USED(REF-IX) TO TRUE
                 SET ID-DOCUMENTED(ID-IX) TO TRUE
               END-IF
             END-PERFORM
             IF NOT ID-DOCUMENTED(ID-IX)
               ADD 1 TO UNDOC-CNT
             END-IF
           END-PERFORM
           PERFORM VARYING REF-IX FROM 1 BY 1 UNTIL REF-IX > REF-CNT
             IF NOT REF-USED(REF-IX)
               ADD 1 TO UNUSED-CNT
             END-IF
           END-PERFORM
           .

       PRINT-BY-ID SECTION.
           MOVE 'MESSAGES BY ID' TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           IF ID-CNT = 0
             MOVE '   NONE IN THE RANGE' TO PRT-LINE
             PERFORM PRINT-ANLZ-LINE
             EXIT SECTION
           END-IF
           MOVE 'ID       SEV  COUNT FIRST    LAST     LAST PGM REF'
             TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           PERFORM VARYING ID-IX FROM 1 BY 1 UNTIL ID-IX > ID-CNT
             MOVE ID-TALLY(ID-IX) TO CNT-ED
             MOVE SPACES TO PRT-LINE
             STRING ID-ID(ID-IX) ' ' ID-SEV(ID-IX) '  ' CNT-ED ' '
                    ID-FIRST(ID-IX) ' ' ID-LAST(ID-IX) ' '
                    ID-PGM(ID-IX) ' '
                    DELIMITED BY SIZE INTO PRT-LINE
             IF ID-DOCUMENTED(ID-IX)
               MOVE 'YES' TO PRT-LINE(52:3)
             ELSE
               MOVE 'NO' TO PRT-LINE(52:3)
             END-IF
             PERFORM PRINT-ANLZ-LINE
           END-PERFORM
           .

       PRINT-BY-SEVERITY SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE 'MESSAGES BY SEVERITY' TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           PERFORM VARYING SEV-IX FROM 1 BY 1 UNTIL SEV-IX > 4
             MOVE SEV-TALLY(SEV-IX) TO CNT-ED
             MOVE SPACES TO PRT-LINE
             IF SEV-IX < 4
               STRING '   ' SEV-ORDER-LST(SEV-IX:1) '      ' CNT-ED
                      DELIMITED BY SIZE INTO PRT-LINE
             ELSE
               STRING '   OTHER  ' CNT-ED
                      DELIMITED BY SIZE INTO PRT-LINE
             END-IF
             PERFORM PRINT-ANLZ-LINE
           END-PERFORM
           MOVE MSG-CNT TO CNT-ED
           MOVE SPACES TO PRT-LINE
           STRING '   TOTAL  ' CNT-ED
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-ANLZ-TOTAL
           .

       PRINT-BY-PROGRAM SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE 'MESSAGES BY PROGRAM' TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           IF PGM-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-ANLZ-LINE
             EXIT SECTION
           END-IF
           MOVE 'PROGRAM   TOTAL      E      W      I  OTHER'
             TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           PERFORM VARYING PGM-IX FROM 1 BY 1 UNTIL PGM-IX > PGM-CNT
             MOVE SPACES TO PRT-LINE
             MOVE PGM-NAME(PGM-IX) TO PRT-LINE(1:8)
             MOVE PGM-TALLY(PGM-IX) TO CNT-ED
             MOVE CNT-ED TO PRT-LINE(9:6)
             PERFORM VARYING SEV-IX FROM 1 BY 1 UNTIL SEV-IX > 4
               MOVE PGM-SEV-TALLY(PGM-IX, SEV-IX) TO CNT-ED
               MOVE CNT-ED TO PRT-LINE(SEV-IX * 7 + 9:6)
             END-PERFORM
             PERFORM PRINT-ANLZ-LINE
           END-PERFORM
           .

       PRINT-BY-OPERATOR SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE 'MESSAGES BY OPERATOR' TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           IF OPR-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-ANLZ-LINE
             EXIT SECTION
           END-IF
           MOVE 'OPERATOR  TOTAL      E      W      I  OTHER'
             TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           PERFORM VARYING OPR-IX FROM 1 BY 1 UNTIL OPR-IX > OPR-CNT
             MOVE SPACES TO PRT-LINE
             MOVE OPR-NAME(OPR-IX) TO PRT-LINE(1:8)
             MOVE OPR-TALLY(OPR-IX) TO CNT-ED
             MOVE CNT-ED TO PRT-LINE(9:6)
             PERFORM VARYING SEV-IX FROM 1 BY 1 UNTIL SEV-IX > 4
               MOVE OPR-SEV-TALLY(OPR-IX, SEV-IX) TO CNT-ED
               MOVE CNT-ED TO PRT-LINE(SEV-IX * 7 + 9:6)
             END-PERFORM
             PERFORM PRINT-ANLZ-LINE
           END-PERFORM
           .

      *> Highest count first: each pass prints the largest entry
      *> not yet printed, until none at the threshold remains.
       PRINT-OFFENDERS SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE REPEAT-MIN TO CNT-ED
           MOVE SLICE-DAYS TO SLC-ED
           MOVE SPACES TO PRT-LINE
           STRING 'REPEAT OFFENDERS - ID BY PROGRAM ISSUED AT LEAST '
                  FUNCTION TRIM(CNT-ED) ' TIMES, BY SLICE OF '
                  FUNCTION TRIM(SLC-ED) ' DAY(S)'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE SPACES TO PRT-LINE
           STRING 'ID       PROGRAM   TOTAL SLICE1 SLICE2 SLICE3 '
                  'SLICE4 TREND'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE 1 TO BEST-IX
           PERFORM UNTIL BEST-IX = 0
             MOVE 0 TO BEST-IX BEST-CNT
             PERFORM VARYING RPT-IX FROM 1 BY 1 UNTIL RPT-IX > RPT-CNT
               IF NOT RPT-PRINTED(RPT-IX)
                  AND RPT-TALLY(RPT-IX) NOT < REPEAT-MIN
                  AND RPT-TALLY(RPT-IX) > BEST-CNT
                 MOVE RPT-IX TO BEST-IX
                 MOVE RPT-TALLY(RPT-IX) TO BEST-CNT
               END-IF
             END-PERFORM
             IF BEST-IX > 0
               SET RPT-PRINTED(BEST-IX) TO TRUE
               ADD 1 TO OFFEND-CNT
               PERFORM PRINT-ONE-OFFENDER
             END-IF
           END-PERFORM
           IF OFFEND-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-ANLZ-LINE
           END-IF
           .

      *> The trend compares the last slice with the first.
       PRINT-ONE-OFFENDER SECTION.
           EVALUATE TRUE
             WHEN RPT-SLICE(BEST-IX, 4) > RPT-SLICE(BEST-IX, 1)
               MOVE 'RISING' TO TREND-WORD
             WHEN RPT-SLICE(BEST-IX, 4) < RPT-SLICE(BEST-IX, 1)
               MOVE 'FALLING' TO TREND-WORD
             WHEN OTHER
               MOVE 'STEADY' TO TREND-WORD
           END-EVALUATE
           MOVE SPACES TO PRT-LINE
           MOVE RPT-ID(BEST-IX) TO PRT-LINE(1:8)
           MOVE RPT-PGM(BEST-IX) TO PRT-LINE(10:8)
           MOVE RPT-TALLY(BEST-IX) TO CNT-ED
           MOVE CNT-ED TO PRT-LINE(18:6)
           PERFORM VARYING SLICE-IX FROM 1 BY 1 UNTIL SLICE-IX > 4
             MOVE RPT-SLICE(BEST-IX, SLICE-IX) TO SLC-ED
             MOVE SLC-ED TO PRT-LINE(SLICE-IX * 7 + 19:5)
           END-PERFORM
           MOVE TREND-WORD TO PRT-LINE(55:7)
           PERFORM PRINT-ANLZ-LINE
           .

       PRINT-UNDOCUMENTED SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE SPACES TO PRT-LINE
           STRING 'ISSUED WITH NO LINE IN MSGREF.TXT - ADD THE '
                  'MEANING AND OPERATOR ACTION'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           IF UNDOC-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-ANLZ-LINE
             EXIT SECTION
           END-IF
           PERFORM VARYING ID-IX FROM 1 BY 1 UNTIL ID-IX > ID-CNT
             IF NOT ID-DOCUMENTED(ID-IX)
               MOVE ID-TALLY(ID-IX) TO CNT-ED
               MOVE SPACES TO PRT-LINE
               STRING '   ' ID-ID(ID-IX) ' ' ID-SEV(ID-IX) ' '
                      CNT-ED ' TIME(S), LAST ' ID-LAST(ID-IX) ' BY '
                      ID-PGM(ID-IX) ': ' ID-TEXT(ID-IX)
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-ANLZ-LINE
             END-IF
           END-PERFORM
           .

       PRINT-UNUSED SECTION.
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           MOVE SPACES TO PRT-LINE
           STRING 'IN MSGREF.TXT BUT NEVER ISSUED IN THE RANGE - '
                  'CANDIDATES FOR CLEAN-OUT'
                  DELIMITED BY SIZE INTO PRT-LINE
           PERFORM PRINT-ANLZ-LINE
           IF UNUSED-CNT = 0
             MOVE '   NONE' TO PRT-LINE
             PERFORM PRINT-ANLZ-LINE
             EXIT SECTION
           END-IF
           PERFORM VARYING REF-IX FROM 1 BY 1 UNTIL REF-IX > REF-CNT
             IF NOT REF-USED(REF-IX)
               MOVE SPACES TO PRT-LINE
               STRING '   ' REF-ID(REF-IX) ' ' REF-SEV(REF-IX) '   '
                      REF-MEANING(REF-IX)
                      DELIMITED BY SIZE INTO PRT-LINE
               PERFORM PRINT-ANLZ-LINE
             END-IF
           END-PERFORM
           .

       TELL-ANALYSIS SECTION.
           MOVE 'MSGANLZ' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           IF UNDOC-CNT > 0
             MOVE 'MA0001' TO MSG-ID
             MOVE 'W' TO MSG-SEV
             STRING UNDOC-CNT ' MESSAGE ID(S) ISSUED ' FROM-DATE '-'
                    TO-DATE ' HAVE NO LINE IN MSGREF.TXT'
                    DELIMITED BY SIZE INTO MSG-TEXT
           ELSE
             MOVE 'MA0002' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING MSG-CNT ' MESSAGE(S) ' FROM-DATE '-' TO-DATE
                    ' ALL DOCUMENTED, ' UNUSED-CNT
                    ' REFERENCE(S) UNUSED'
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           IF UNDOC-CNT > 0 AND RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

       PRINT-ANLZ-LINE SECTION.
           MOVE 'L' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       PRINT-ANLZ-TOTAL SECTION.
           MOVE 'T' TO PRT-ACTION
           CALL 'PRTSRV' USING PRT-CTL
           END-CALL
           .

       READ-MSGLOG-REC SECTION.
           READ MSGLOG
           IF MSGLOG-FS NOT = '00'
             SET MSGLOG-EOF TO TRUE
           END-IF
           .

       READ-MSGREFM-REC SECTION.
           READ MSGREFM
           IF MSGREFM-FS NOT = '00'
             SET MSGREFM-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
