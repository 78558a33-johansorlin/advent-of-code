       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDEFSRV.

      *> Shared parameter-definition service - see PDEFCWS.cpy for
      *> the control block and the actions. The parameter master
      *> PARMDEF.txt is hand-maintained, one line per environment
      *> variable:
      *>   NAME(1:20) OWNER(22:8) TYPE(31:1) MIN(33:9) MAX(43:9)
      *>   DEFAULT(53:20) VALUES(74:44) DESCRIPTION(119:60)
      *> and a line starting '*' is a comment. The master is read
      *> into the table at the start of every walk ('F') and on the
      *> first check, so a walk always sees the master as it stands.
      *> The types:
      *>   N whole number, MIN through MAX (either may be blank)
      *>   C comma list of whole numbers, each MIN through MAX
      *>   L one of the comma list in VALUES, exact case
      *>   F flag, Y or N
      *>   D date YYYYMMDD          M month YYYYMM
      *>   Y year YYYY, MIN through MAX
      *>   T stamp YYYYMMDDHHMM     H time of day HHMMSS
      *>   Q quarter YYYYQn
      *>   I input dataset - it must exist
      *>   X free text              S secret - never shown
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARMDEF ASSIGN TO 'PARMDEF.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARMDEF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARMDEF.
       01  PARMDEF-REC        PIC X(178).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 PARMDEF-FS      PIC XX.
           05 CHK-TEXT        PIC X(80).
           05 CHK-ITEM        PIC X(80).
           05 CHK-PTR         PIC S9(4) COMP.
           05 CHK-LEN         PIC S9(4) COMP.
           05 CHK-NUM         PIC S9(9).
           05 CHK-DATE        PIC 9(8).
           05 CHK-EXIST-STAT  PIC 9(9) COMP-5.
           05 CHK-DSN         PIC X(80).

       01  PARM-TABLE.
           05 PD-CNT          PIC 9(4)  VALUE 0.
           05 PD-ENT OCCURS 200 TIMES INDEXED BY PDX.
              10 PD-NAME      PIC X(20).
              10 PD-PGM       PIC X(8).
              10 PD-TYPE      PIC X.
              10 PD-MIN       PIC X(9).
              10 PD-MAX       PIC X(9).
              10 PD-DEFAULT   PIC X(20).
              10 PD-VALUES    PIC X(44).
              10 PD-DESC      PIC X(60).

       01  SWITCHES.
           05 PARMDEF-FLAG    PIC X    VALUE 'C'.
              88 PARMDEF-EOF           VALUE 'E'.
           05 LOADED-FLAG     PIC X    VALUE 'N'.
              88 MASTER-LOADED         VALUE 'Y'.
           05 FOUND-FLAG      PIC X    VALUE 'N'.
              88 ENTRY-FOUND           VALUE 'Y'.

      *> File-info block for CBL_CHECK_FILE_EXIST - only existence
      *> matters here, but the routine wants the full block.
       01  FILE-INFO.
           05 FI-SIZE         PIC X(8) COMP-X.
           05 FILLER          PIC X(8).

       LINKAGE SECTION.
       COPY PDEFCWS.

       PROCEDURE DIVISION USING PDEF-CTL.

       MAIN SECTION.
           MOVE 'N' TO PDEF-SET-FLAG
           MOVE SPACES TO PDEF-REASON PDEF-SHOW
           IF PDEF-ACTION = 'F' OR NOT MASTER-LOADED
             PERFORM LOAD-PARMDEF
           END-IF
           MOVE PD-CNT TO PDEF-CNT
           IF NOT MASTER-LOADED
             SET PDEF-NO-MASTER TO TRUE
             MOVE 'PARAMETER MASTER PARMDEF.TXT NOT AVAILABLE'
               TO PDEF-REASON
             MOVE 0 TO RETURN-CODE
             GOBACK
           END-IF

           EVALUATE PDEF-ACTION
             WHEN 'F'
               MOVE 0 TO PDEF-SEQ
               PERFORM RETURN-NEXT-DEFINITION
             WHEN 'N'
               PERFORM RETURN-NEXT-DEFINITION
             WHEN 'C'
               PERFORM CHECK-NAMED-VALUE
             WHEN OTHER
               SET PDEF-INVALID TO TRUE
               MOVE 'UNKNOWN PARAMETER SERVICE ACTION' TO PDEF-REASON
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK
           .

       LOAD-PARMDEF SECTION.
           MOVE 'N' TO LOADED-FLAG
           MOVE 0 TO PD-CNT
           MOVE 'C' TO PARMDEF-FLAG
           OPEN INPUT PARMDEF
           IF PARMDEF-FS NOT = '00'
             EXIT SECTION
           END-IF
           SET MASTER-LOADED TO TRUE
           PERFORM READ-PARMDEF-REC
           PERFORM UNTIL PARMDEF-EOF
             IF PARMDEF-REC(1:1) NOT = '*'
                AND PARMDEF-REC(1:20) NOT = SPACES
                AND PD-CNT < 200
               ADD 1 TO PD-CNT
               SET PDX TO PD-CNT
               MOVE PARMDEF-REC(1:20) TO PD-NAME(PDX)
               MOVE PARMDEF-REC(22:8) TO PD-PGM(PDX)
               MOVE PARMDEF-REC(31:1) TO PD-TYPE(PDX)
               MOVE PARMDEF-REC(33:9) TO PD-MIN(PDX)
               MOVE PARMDEF-REC(43:9) TO PD-MAX(PDX)
               MOVE PARMDEF-REC(53:20) TO PD-DEFAULT(PDX)
               MOVE PARMDEF-REC(74:44) TO PD-VALUES(PDX)
               MOVE PARMDEF-REC(119:60) TO PD-DESC(PDX)
             END-IF
             PERFORM READ-PARMDEF-REC
           END-PERFORM
           CLOSE PARMDEF
           .

      *> The walk: the definition after PDEF-SEQ, with whatever
      *> the environment now holds for it.
       RETURN-NEXT-DEFINITION SECTION.
           ADD 1 TO PDEF-SEQ
           IF PDEF-SEQ > PD-CNT
             SET PDEF-END TO TRUE
             MOVE SPACES TO PDEF-NAME PDEF-VALUE
             EXIT SECTION
           END-IF
           SET PDX TO PDEF-SEQ
           PERFORM RETURN-DEFINITION
           MOVE SPACES TO PDEF-VALUE
           ACCEPT PDEF-VALUE FROM ENVIRONMENT PD-NAME(PDX)
           PERFORM VALIDATE-VALUE
           .

       CHECK-NAMED-VALUE SECTION.
           MOVE 'N' TO FOUND-FLAG
           PERFORM VARYING PDX FROM 1 BY 1
                     UNTIL PDX > PD-CNT OR ENTRY-FOUND
             IF PD-NAME(PDX) = PDEF-NAME
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
             SET PDEF-UNDEFINED TO TRUE
             MOVE 0 TO PDEF-SEQ
             MOVE SPACES TO PDEF-PGM PDEF-TYPE PDEF-MIN PDEF-MAX
                            PDEF-DEFAULT PDEF-VALUES PDEF-DESC
             MOVE 'NOT ON THE PARAMETER MASTER PARMDEF.TXT'
               TO PDEF-REASON
             MOVE PDEF-VALUE TO PDEF-SHOW
             EXIT SECTION
           END-IF
           SET PDX DOWN BY 1
           SET PDEF-SEQ TO PDX
           PERFORM RETURN-DEFINITION
           PERFORM VALIDATE-VALUE
           .

       RETURN-DEFINITION SECTION.
           MOVE PD-NAME(PDX) TO PDEF-NAME
           MOVE PD-PGM(PDX) TO PDEF-PGM
           MOVE PD-TYPE(PDX) TO PDEF-TYPE
           MOVE PD-MIN(PDX) TO PDEF-MIN
           MOVE PD-MAX(PDX) TO PDEF-MAX
           MOVE PD-DEFAULT(PDX) TO PDEF-DEFAULT
           MOVE PD-VALUES(PDX) TO PDEF-VALUES
           MOVE PD-DESC(PDX) TO PDEF-DESC
           .

      *> PDEF-VALUE against the definition in PDEF-TYPE and its
      *> bounds. Blank is always valid - the program's default
      *> applies.
       VALIDATE-VALUE SECTION.
           SET PDEF-VALID TO TRUE
           IF PDEF-VALUE = SPACES
             EXIT SECTION
           END-IF
           SET PDEF-SET TO TRUE
           MOVE PDEF-VALUE TO PDEF-SHOW
           MOVE PDEF-VALUE TO CHK-TEXT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CHK-TEXT, TRAILING))
             TO CHK-LEN
           EVALUATE PDEF-TYPE
             WHEN 'N'
               MOVE CHK-TEXT TO CHK-ITEM
               PERFORM CHECK-WHOLE-NUMBER
             WHEN 'C'
               PERFORM CHECK-NUMBER-LIST
             WHEN 'L'
               PERFORM CHECK-VALUE-LIST
             WHEN 'F'
               IF CHK-TEXT NOT = 'Y' AND CHK-TEXT NOT = 'N'
                 SET PDEF-INVALID TO TRUE
                 MOVE 'NOT Y OR N' TO PDEF-REASON
               END-IF
             WHEN 'D'
               IF CHK-LEN NOT = 8 OR CHK-TEXT(1:8) IS NOT NUMERIC
                 SET PDEF-INVALID TO TRUE
               ELSE
                 MOVE CHK-TEXT(1:8) TO CHK-DATE
                 IF FUNCTION TEST-DATE-YYYYMMDD(CHK-DATE) NOT = 0
                   SET PDEF-INVALID TO TRUE
                 END-IF
               END-IF
               IF PDEF-INVALID
                 MOVE 'NOT A DATE YYYYMMDD' TO PDEF-REASON
               END-IF
             WHEN 'M'
               IF CHK-LEN NOT = 6 OR CHK-TEXT(1:6) IS NOT NUMERIC
                  OR CHK-TEXT(5:2) < '01' OR CHK-TEXT(5:2) > '12'
                 SET PDEF-INVALID TO TRUE
                 MOVE 'NOT A MONTH YYYYMM' TO PDEF-REASON
               END-IF
             WHEN 'Y'
               IF CHK-LEN NOT = 4 OR CHK-TEXT(1:4) IS NOT NUMERIC
                 SET PDEF-INVALID TO TRUE
                 MOVE 'NOT A YEAR YYYY' TO PDEF-REASON
               ELSE
                 MOVE CHK-TEXT TO CHK-ITEM
                 PERFORM CHECK-WHOLE-NUMBER
               END-IF
             WHEN 'T'
               IF CHK-LEN NOT = 12 OR CHK-TEXT(1:12) IS NOT NUMERIC
                 SET PDEF-INVALID TO TRUE
               ELSE
                 MOVE CHK-TEXT(1:8) TO CHK-DATE
                 IF FUNCTION TEST-DATE-YYYYMMDD(CHK-DATE) NOT = 0
                    OR CHK-TEXT(9:2) > '23' OR CHK-TEXT(11:2) > '59'
                   SET PDEF-INVALID TO TRUE
                 END-IF
               END-IF
               IF PDEF-INVALID
                 MOVE 'NOT A STAMP YYYYMMDDHHMM' TO PDEF-REASON
               END-IF
             WHEN 'H'
               IF CHK-LEN NOT = 6 OR CHK-TEXT(1:6) IS NOT NUMERIC
                  OR CHK-TEXT(1:2) > '23' OR CHK-TEXT(3:2) > '59'
                  OR CHK-TEXT(5:2) > '59'
                 SET PDEF-INVALID TO TRUE
                 MOVE 'NOT A TIME OF DAY HHMMSS' TO PDEF-REASON
               END-IF
             WHEN 'Q'
               IF CHK-LEN NOT = 6 OR CHK-TEXT(1:4) IS NOT NUMERIC
                  OR CHK-TEXT(5:1) NOT = 'Q'
                  OR CHK-TEXT(6:1) < '1' OR CHK-TEXT(6:1) > '4'
                 SET PDEF-INVALID TO TRUE
                 MOVE 'NOT A QUARTER YYYYQN' TO PDEF-REASON
               END-IF
             WHEN 'I'
               MOVE CHK-TEXT TO CHK-DSN
               CALL 'CBL_CHECK_FILE_EXIST' USING CHK-DSN FILE-INFO
                   RETURNING CHK-EXIST-STAT
               IF CHK-EXIST-STAT NOT = 0
                 SET PDEF-INVALID TO TRUE
                 MOVE 'NO SUCH DATASET' TO PDEF-REASON
               END-IF
             WHEN 'S'
               MOVE SPACES TO PDEF-VALUE
               MOVE '(SET - NOT SHOWN)' TO PDEF-SHOW
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *> CHK-ITEM as a whole number inside PDEF-MIN/PDEF-MAX (a
      *> blank bound is no bound).
       CHECK-WHOLE-NUMBER SECTION.
           IF CHK-ITEM = SPACES
              OR FUNCTION TEST-NUMVAL(CHK-ITEM) NOT = 0
             SET PDEF-INVALID TO TRUE
             MOVE 'NOT A WHOLE NUMBER' TO PDEF-REASON
             EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(CHK-ITEM)
                NOT = FUNCTION INTEGER(FUNCTION NUMVAL(CHK-ITEM))
              OR FUNCTION ABS(FUNCTION NUMVAL(CHK-ITEM)) > 999999999
             SET PDEF-INVALID TO TRUE
             MOVE 'NOT A WHOLE NUMBER' TO PDEF-REASON
             EXIT SECTION
           END-IF
           COMPUTE CHK-NUM = FUNCTION NUMVAL(CHK-ITEM)
           IF PDEF-MIN NOT = SPACES
             IF CHK-NUM < FUNCTION NUMVAL(PDEF-MIN)
               SET PDEF-INVALID TO TRUE
             END-IF
           END-IF
           IF PDEF-MAX NOT = SPACES
             IF CHK-NUM > FUNCTION NUMVAL(PDEF-MAX)
               SET PDEF-INVALID TO TRUE
             END-IF
           END-IF
           IF PDEF-INVALID
             EVALUATE TRUE
               WHEN PDEF-MIN = SPACES
                 STRING 'NOT AT MOST ' FUNCTION TRIM(PDEF-MAX)
                        DELIMITED BY SIZE INTO PDEF-REASON
               WHEN PDEF-MAX = SPACES
                 STRING 'NOT AT LEAST ' FUNCTION TRIM(PDEF-MIN)
                        DELIMITED BY SIZE INTO PDEF-REASON
               WHEN OTHER
                 STRING 'NOT ' FUNCTION TRIM(PDEF-MIN) ' THROUGH '
                        FUNCTION TRIM(PDEF-MAX)
                        DELIMITED BY SIZE INTO PDEF-REASON
             END-EVALUATE
           END-IF
           .

       CHECK-NUMBER-LIST SECTION.
           MOVE 1 TO CHK-PTR
           PERFORM UNTIL CHK-PTR > CHK-LEN OR PDEF-INVALID
             MOVE SPACES TO CHK-ITEM
             UNSTRING CHK-TEXT(1:CHK-LEN) DELIMITED BY ','
                 INTO CHK-ITEM
                 WITH POINTER CHK-PTR
             END-UNSTRING
             PERFORM CHECK-WHOLE-NUMBER
           END-PERFORM
           IF PDEF-INVALID
             MOVE SPACES TO CHK-TEXT
             STRING 'ITEM ' FUNCTION TRIM(CHK-ITEM) ' '
                    FUNCTION TRIM(PDEF-REASON)
                    DELIMITED BY SIZE INTO CHK-TEXT
             MOVE CHK-TEXT TO PDEF-REASON
           END-IF
           .

       CHECK-VALUE-LIST SECTION.
           MOVE 'N' TO FOUND-FLAG
           MOVE 1 TO CHK-PTR
           PERFORM UNTIL CHK-PTR > 44 OR ENTRY-FOUND
             MOVE SPACES TO CHK-ITEM
             UNSTRING PDEF-VALUES DELIMITED BY ',' OR SPACE
                 INTO CHK-ITEM
                 WITH POINTER CHK-PTR
             END-UNSTRING
             IF CHK-ITEM NOT = SPACES AND CHK-ITEM = CHK-TEXT
               SET ENTRY-FOUND TO TRUE
             END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
             SET PDEF-INVALID TO TRUE
             STRING 'NOT ONE OF ' FUNCTION TRIM(PDEF-VALUES)
                    DELIMITED BY SIZE INTO PDEF-REASON
           END-IF
           .

       READ-PARMDEF-REC SECTION.
           READ PARMDEF
           IF PARMDEF-FS NOT = '00'
             SET PARMDEF-EOF TO TRUE
           END-IF
           .
