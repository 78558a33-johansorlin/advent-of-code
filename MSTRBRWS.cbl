       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBRWS.

      *> Layout-driven master browser. Every master is documented
      *> only by the comment on its FD, so reading one meant counting
      *> columns. This prompts for a file name, looks its layout up
      *> on the data dictionary DATADICT.txt (DDICFD.cpy) and shows
      *> the file one record per screen, each field labeled with its
      *> name and offset. An optional filter of up to three
      *> FIELD=VALUE terms, separated by commas, narrows the records
      *> shown - every term must match. Values compare ignoring case
      *> and surrounding spaces; on a type 9 field a numeric value
      *> compares numerically, so DATE=20240105 and SEQ=17 both work.
      *> At each record Enter moves on, P goes back one, F returns
      *> to the first and Q leaves the file. Read only - nothing is
      *> written. In the sandbox the SANDBOX_ copy of the file is
      *> browsed when there is one.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DDICSEL.

           SELECT BRWSFILE ASSIGN TO DYNAMIC BRWS-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BRWSFILE-FS.

       DATA DIVISION.
       FILE SECTION.
       COPY DDICFD.

       FD  BRWSFILE.
       01  BRWSFILE-REC       PIC X(300).

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           05 DATADICT-FS     PIC XX.
           05 BRWSFILE-FS     PIC XX.
           05 BRWS-DSN        PIC X(80).
           05 MENU-CHOICE     PIC X(2).
           05 NAV-CHOICE      PIC X(2).
      *> The file chosen, from its dictionary 'F' record.
           05 SEL-FILE        PIC X(8).
           05 SEL-DSN         PIC X(40).
           05 SEL-RECLEN      PIC 9(4).
           05 SEL-CMT         PIC X.
           05 SEL-DESC        PIC X(40).
      *> Its fields, from the 'D' records, in dictionary order.
           05 FLD-CNT         PIC S9(4) COMP VALUE 0.
           05 FLD-IX          PIC S9(4) COMP.
           05 FLD-TBL.
              10 FLD-ENT OCCURS 60 TIMES.
                 15 FLD-NAME  PIC X(16).
                 15 FLD-START PIC 9(4).
                 15 FLD-LEN   PIC 9(4).
                 15 FLD-TYPE  PIC X.
      *> The filter, one entry per FIELD=VALUE term.
           05 FILT-TEXT       PIC X(120).
           05 FILT-TERM-CNT   PIC S9(4) COMP.
           05 FILT-TERMS.
              10 FILT-TERM    PIC X(60) OCCURS 3 TIMES.
           05 FILT-NAME       PIC X(20).
           05 FILT-CNT        PIC S9(4) COMP VALUE 0.
           05 FILT-IX         PIC S9(4) COMP.
           05 FILT-TBL.
              10 FILT-ENT OCCURS 3 TIMES.
                 15 FT-FLD    PIC S9(4) COMP.
                 15 FT-VALUE  PIC X(60).
           05 CMP-FIELD       PIC X(100).
           05 CMP-VALUE       PIC X(100).
      *> Browse position: REC-NO counts data records read since the
      *> open, MATCH-NO the matching records among them.
           05 REC-NO          PIC 9(6).
           05 MATCH-NO        PIC 9(6).
           05 MATCH-TARGET    PIC 9(6).
           05 CUR-REC-NO      PIC 9(6).
           05 CUR-REC         PIC X(300).
           05 FLD-END         PIC 9(4).
           05 FLD-LINE        PIC X(140).
           05 START-ED        PIC ZZZ9.
           05 LEN-ED          PIC ZZZ9.
           05 FLD-CNT-ED      PIC Z9.
           05 DICT-FILES      PIC 9(4).
           05 FILE-EXIST-STAT PIC S9(9) COMP-5.

      *> File-info block for CBL_CHECK_FILE_EXIST - only existence
      *> matters here, but the routine wants the full block.
       01  FILE-INFO.
           05 FI-SIZE         PIC X(8) COMP-X.
           05 FILLER          PIC X(8).

       01  SWITCHES.
           05 EXIT-FLAG       PIC X    VALUE 'N'.
              88 EXIT-REQUESTED        VALUE 'Y'.
           05 DATADICT-FLAG   PIC X    VALUE 'C'.
              88 DATADICT-EOF          VALUE 'E'.
           05 BRWSFILE-FLAG   PIC X    VALUE 'C'.
              88 BRWSFILE-EOF          VALUE 'E'.
           05 LAYOUT-FLAG     PIC X    VALUE 'N'.
              88 LAYOUT-FOUND          VALUE 'Y'.
           05 FILT-OK-FLAG    PIC X    VALUE 'N'.
              88 FILTER-VALID          VALUE 'Y'.
           05 REC-MATCH-FLAG  PIC X    VALUE 'N'.
              88 RECORD-MATCHES        VALUE 'Y'.
           05 BRWS-DONE-FLAG  PIC X    VALUE 'N'.
              88 BROWSE-DONE           VALUE 'Y'.
           05 BRWS-OPEN-FLAG  PIC X    VALUE 'N'.
              88 BRWSFILE-OPEN         VALUE 'Y'.

       COPY SBOXWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

           PERFORM UNTIL EXIT-REQUESTED
             DISPLAY ' '
             DISPLAY 'MASTER BROWSE - 1. BROWSE A FILE  '
                     '2. LIST THE DICTIONARY  0. EXIT'
             DISPLAY 'SELECTION: ' WITH NO ADVANCING
             MOVE SPACES TO MENU-CHOICE
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN '1'
                 PERFORM BROWSE-A-FILE
               WHEN '2'
                 PERFORM LIST-DICTIONARY
               WHEN '0'
                 SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           GOBACK
           .

       LIST-DICTIONARY SECTION.
           MOVE 'C' TO DATADICT-FLAG
           OPEN INPUT DATADICT
           IF DATADICT-FS NOT = '00'
             DISPLAY 'NO DATA DICTIONARY DATADICT.TXT, FILE STATUS='
                     DATADICT-FS
             EXIT SECTION
           END-IF
           MOVE 0 TO DICT-FILES
           DISPLAY ' '
           DISPLAY 'FILE     DATASET                   RECLEN '
                   'DESCRIPTION'
           PERFORM READ-DATADICT-REC
           PERFORM UNTIL DATADICT-EOF
             IF DATADICT-REC(1:1) = 'F'
               ADD 1 TO DICT-FILES
               DISPLAY DATADICT-REC(3:8) ' ' DATADICT-REC(12:25) ' '
                       DATADICT-REC(53:4) '   '
                       FUNCTION TRIM(DATADICT-REC(60:40))
             END-IF
             PERFORM READ-DATADICT-REC
           END-PERFORM
           CLOSE DATADICT
           DISPLAY DICT-FILES ' FILE(S) IN THE DICTIONARY'
           .

       BROWSE-A-FILE SECTION.
           DISPLAY 'FILE (BLANK TO LIST THE DICTIONARY): '
                   WITH NO ADVANCING
           MOVE SPACES TO SEL-FILE
           ACCEPT SEL-FILE
           IF SEL-FILE = SPACES
             PERFORM LIST-DICTIONARY
             EXIT SECTION
           END-IF
           MOVE FUNCTION UPPER-CASE(SEL-FILE) TO SEL-FILE
           PERFORM LOAD-LAYOUT
           IF NOT LAYOUT-FOUND
             EXIT SECTION
           END-IF

      *> In the sandbox the trainee's copy is the one to read, but
      *> the production file is shown rather than nothing when no
      *> copy has been seeded - browsing changes nothing.
           MOVE SEL-DSN TO BRWS-DSN
           IF SANDBOX-ACTIVE
             MOVE SEL-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             CALL 'CBL_CHECK_FILE_EXIST' USING SBOX-WRK-DSN FILE-INFO
                 RETURNING FILE-EXIST-STAT
             IF FILE-EXIST-STAT = 0
               MOVE SBOX-WRK-DSN TO BRWS-DSN
             ELSE
               DISPLAY 'NO SANDBOX COPY OF '
                       FUNCTION TRIM(SEL-DSN)
                       ' - BROWSING THE PRODUCTION FILE'
             END-IF
           END-IF

           PERFORM GET-FILTER
           IF NOT FILTER-VALID
             EXIT SECTION
           END-IF

           MOVE 'N' TO BRWS-OPEN-FLAG
           MOVE 1 TO MATCH-TARGET
           PERFORM POSITION-AT-MATCH
           IF BRWSFILE-FS NOT = '00' AND BRWSFILE-FS NOT = '10'
             DISPLAY FUNCTION TRIM(BRWS-DSN) ' CANNOT BE OPENED, '
                     'FILE STATUS=' BRWSFILE-FS
             EXIT SECTION
           END-IF
           IF BRWSFILE-EOF
             DISPLAY 'NO MATCHING RECORDS IN ' FUNCTION TRIM(BRWS-DSN)
                     ' (' REC-NO ' RECORD(S) READ)'
             CLOSE BRWSFILE
             EXIT SECTION
           END-IF

           MOVE 'N' TO BRWS-DONE-FLAG
           PERFORM UNTIL BROWSE-DONE
             PERFORM SHOW-RECORD
             DISPLAY 'ENTER=NEXT  P=PREVIOUS  F=FIRST  Q=QUIT: '
                     WITH NO ADVANCING
             MOVE SPACES TO NAV-CHOICE
             ACCEPT NAV-CHOICE
             MOVE FUNCTION UPPER-CASE(NAV-CHOICE) TO NAV-CHOICE
             EVALUATE NAV-CHOICE
               WHEN SPACES
                 PERFORM FIND-NEXT-MATCH
                 IF BRWSFILE-EOF
                   DISPLAY 'END OF FILE - ' MATCH-NO
                           ' MATCHING RECORD(S) OF ' REC-NO
                   SET BROWSE-DONE TO TRUE
                 END-IF
               WHEN 'P'
                 IF MATCH-NO > 1
                   COMPUTE MATCH-TARGET = MATCH-NO - 1
                   PERFORM POSITION-AT-MATCH
                 ELSE
                   DISPLAY 'ALREADY AT THE FIRST MATCHING RECORD'
                 END-IF
               WHEN 'F'
                 MOVE 1 TO MATCH-TARGET
                 PERFORM POSITION-AT-MATCH
               WHEN 'Q'
                 DISPLAY 'BROWSE ENDED AT MATCHING RECORD ' MATCH-NO
                 SET BROWSE-DONE TO TRUE
               WHEN OTHER
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           CLOSE BRWSFILE
           .

      *> Find the file's 'F' record and gather its 'D' records. A
      *> field that would run past the record is left out with a
      *> warning rather than shown as bytes of the next field.
       LOAD-LAYOUT SECTION.
           MOVE 'N' TO LAYOUT-FLAG
           MOVE 0 TO FLD-CNT
           MOVE 'C' TO DATADICT-FLAG
           OPEN INPUT DATADICT
           IF DATADICT-FS NOT = '00'
             DISPLAY 'NO DATA DICTIONARY DATADICT.TXT, FILE STATUS='
                     DATADICT-FS
             EXIT SECTION
           END-IF
           PERFORM READ-DATADICT-REC
           PERFORM UNTIL DATADICT-EOF
             IF DATADICT-REC(3:8) = SEL-FILE
               EVALUATE DATADICT-REC(1:1)
                 WHEN 'F'
                   SET LAYOUT-FOUND TO TRUE
                   MOVE DATADICT-REC(12:40) TO SEL-DSN
                   MOVE 300 TO SEL-RECLEN
                   IF DATADICT-REC(53:4) IS NUMERIC
                      AND DATADICT-REC(53:4) NOT = '0000'
                      AND DATADICT-REC(53:4) NOT > '0300'
                     MOVE DATADICT-REC(53:4) TO SEL-RECLEN
                   END-IF
                   MOVE DATADICT-REC(58:1) TO SEL-CMT
                   MOVE DATADICT-REC(60:40) TO SEL-DESC
                 WHEN 'D'
                   PERFORM ADD-LAYOUT-FIELD
               END-EVALUATE
             END-IF
             PERFORM READ-DATADICT-REC
           END-PERFORM
           CLOSE DATADICT

           IF NOT LAYOUT-FOUND
             DISPLAY 'FILE ' FUNCTION TRIM(SEL-FILE)
                     ' IS NOT IN THE DATA DICTIONARY'
             EXIT SECTION
           END-IF
           IF FLD-CNT = 0
             DISPLAY 'THE DICTIONARY DESCRIBES NO FIELDS FOR '
                     FUNCTION TRIM(SEL-FILE)
             MOVE 'N' TO LAYOUT-FLAG
             EXIT SECTION
           END-IF
           MOVE FLD-CNT TO FLD-CNT-ED
           DISPLAY FUNCTION TRIM(SEL-FILE) ' - '
                   FUNCTION TRIM(SEL-DESC) ', '
                   FUNCTION TRIM(FLD-CNT-ED) ' FIELD(S), '
                   SEL-RECLEN ' BYTES'
           .

       ADD-LAYOUT-FIELD SECTION.
           IF DATADICT-REC(29:4) IS NOT NUMERIC
              OR DATADICT-REC(34:4) IS NOT NUMERIC
              OR DATADICT-REC(29:4) = '0000'
              OR DATADICT-REC(34:4) = '0000'
             DISPLAY 'FIELD ' FUNCTION TRIM(DATADICT-REC(12:16))
                     ' HAS NO VALID OFFSET AND LENGTH - IGNORED'
             EXIT SECTION
           END-IF
           IF FLD-CNT NOT < 60
             DISPLAY 'MORE THAN 60 FIELDS - FIELD '
                     FUNCTION TRIM(DATADICT-REC(12:16)) ' IGNORED'
             EXIT SECTION
           END-IF
           ADD 1 TO FLD-CNT
           MOVE DATADICT-REC(12:16) TO FLD-NAME(FLD-CNT)
           MOVE DATADICT-REC(29:4) TO FLD-START(FLD-CNT)
           MOVE DATADICT-REC(34:4) TO FLD-LEN(FLD-CNT)
           MOVE DATADICT-REC(39:1) TO FLD-TYPE(FLD-CNT)
           COMPUTE FLD-END = FLD-START(FLD-CNT) + FLD-LEN(FLD-CNT) - 1
           IF FLD-END > SEL-RECLEN
             DISPLAY 'FIELD ' FUNCTION TRIM(FLD-NAME(FLD-CNT))
                     ' LIES OUTSIDE THE RECORD - IGNORED'
             SUBTRACT 1 FROM FLD-CNT
           END-IF
           .

      *> FIELD=VALUE[,FIELD=VALUE[,FIELD=VALUE]], every term to
      *> match. The field names must be ones the dictionary gives.
       GET-FILTER SECTION.
           MOVE 'N' TO FILT-OK-FLAG
           MOVE 0 TO FILT-CNT
           DISPLAY 'FILTER (FIELD=VALUE, UP TO 3 SEPARATED BY COMMAS,'
                   ' BLANK FOR ALL): ' WITH NO ADVANCING
           MOVE SPACES TO FILT-TEXT
           ACCEPT FILT-TEXT
           IF FILT-TEXT = SPACES
             SET FILTER-VALID TO TRUE
             EXIT SECTION
           END-IF
           MOVE SPACES TO FILT-TERMS
           MOVE 0 TO FILT-TERM-CNT
           UNSTRING FILT-TEXT DELIMITED BY ','
               INTO FILT-TERM(1) FILT-TERM(2) FILT-TERM(3)
               TALLYING IN FILT-TERM-CNT
               ON OVERFLOW
                 DISPLAY 'AT MOST 3 FILTER TERMS'
                 EXIT SECTION
           END-UNSTRING
           PERFORM VARYING FILT-IX FROM 1 BY 1
                   UNTIL FILT-IX > FILT-TERM-CNT
             IF FILT-TERM(FILT-IX) NOT = SPACES
               PERFORM ADD-FILTER-TERM
               IF FILT-CNT < 0
                 EXIT SECTION
               END-IF
             END-IF
           END-PERFORM
           SET FILTER-VALID TO TRUE
           .

       ADD-FILTER-TERM SECTION.
           MOVE SPACES TO FILT-NAME CMP-VALUE
           UNSTRING FILT-TERM(FILT-IX) DELIMITED BY '='
               INTO FILT-NAME CMP-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FILT-NAME))
             TO FILT-NAME
           IF FILT-NAME = SPACES
              OR FUNCTION TRIM(FILT-TERM(FILT-IX)) = FILT-NAME
             DISPLAY 'FILTER TERM ' FUNCTION TRIM(FILT-TERM(FILT-IX))
                     ' IS NOT FIELD=VALUE'
             MOVE -1 TO FILT-CNT
             EXIT SECTION
           END-IF
           PERFORM VARYING FLD-IX FROM 1 BY 1
                   UNTIL FLD-IX > FLD-CNT
                      OR FLD-NAME(FLD-IX) = FILT-NAME
             CONTINUE
           END-PERFORM
           IF FLD-IX > FLD-CNT
             DISPLAY 'NO FIELD ' FUNCTION TRIM(FILT-NAME) ' IN '
                     FUNCTION TRIM(SEL-FILE)
             MOVE -1 TO FILT-CNT
             EXIT SECTION
           END-IF
           ADD 1 TO FILT-CNT
           MOVE FLD-IX TO FT-FLD(FILT-CNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-VALUE))
             TO FT-VALUE(FILT-CNT)
           .

      *> Reopen the file and read forward to the MATCH-TARGETth
      *> matching record - a line sequential file reads one way
      *> only, so this is how P and F step back.
       POSITION-AT-MATCH SECTION.
           IF BRWSFILE-OPEN
             CLOSE BRWSFILE
             MOVE 'N' TO BRWS-OPEN-FLAG
           END-IF
           MOVE 0 TO REC-NO MATCH-NO
           MOVE 'C' TO BRWSFILE-FLAG
           OPEN INPUT BRWSFILE
           IF BRWSFILE-FS NOT = '00'
             EXIT SECTION
           END-IF
           SET BRWSFILE-OPEN TO TRUE
           PERFORM FIND-NEXT-MATCH
           PERFORM UNTIL BRWSFILE-EOF OR MATCH-NO NOT < MATCH-TARGET
             PERFORM FIND-NEXT-MATCH
           END-PERFORM
           .

       FIND-NEXT-MATCH SECTION.
           MOVE 'N' TO REC-MATCH-FLAG
           PERFORM UNTIL RECORD-MATCHES OR BRWSFILE-EOF
             PERFORM READ-BRWSFILE-REC
             IF NOT BRWSFILE-EOF
                AND BRWSFILE-REC NOT = SPACES
                AND NOT (SEL-CMT = 'Y' AND BRWSFILE-REC(1:1) = '*')
               ADD 1 TO REC-NO
               PERFORM TEST-FILTER
             END-IF
           END-PERFORM
           IF RECORD-MATCHES
             ADD 1 TO MATCH-NO
             MOVE BRWSFILE-REC TO CUR-REC
             MOVE REC-NO TO CUR-REC-NO
           END-IF
           .

       TEST-FILTER SECTION.
           SET RECORD-MATCHES TO TRUE
           PERFORM VARYING FILT-IX FROM 1 BY 1
                   UNTIL FILT-IX > FILT-CNT OR NOT RECORD-MATCHES
             MOVE FT-FLD(FILT-IX) TO FLD-IX
             MOVE SPACES TO CMP-FIELD
             MOVE BRWSFILE-REC(FLD-START(FLD-IX):FLD-LEN(FLD-IX))
               TO CMP-FIELD
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CMP-FIELD))
               TO CMP-FIELD
             MOVE FT-VALUE(FILT-IX) TO CMP-VALUE
             IF FLD-TYPE(FLD-IX) = '9'
                AND FUNCTION TEST-NUMVAL(CMP-FIELD) = 0
                AND FUNCTION TEST-NUMVAL(CMP-VALUE) = 0
               IF FUNCTION NUMVAL(CMP-FIELD)
                  NOT = FUNCTION NUMVAL(CMP-VALUE)
                 MOVE 'N' TO REC-MATCH-FLAG
               END-IF
             ELSE
               IF CMP-FIELD NOT = CMP-VALUE
                 MOVE 'N' TO REC-MATCH-FLAG
               END-IF
             END-IF
           END-PERFORM
           .

       SHOW-RECORD SECTION.
           DISPLAY ' '
           DISPLAY '----- ' FUNCTION TRIM(SEL-FILE) ' RECORD '
                   CUR-REC-NO ' (MATCH ' MATCH-NO ') - '
                   FUNCTION TRIM(BRWS-DSN) ' -----'
           PERFORM VARYING FLD-IX FROM 1 BY 1 UNTIL FLD-IX > FLD-CNT
             MOVE FLD-START(FLD-IX) TO START-ED
             MOVE FLD-LEN(FLD-IX) TO LEN-ED
             MOVE SPACES TO FLD-LINE
             STRING FLD-NAME(FLD-IX) ' ('
                    FUNCTION TRIM(START-ED) ':'
                    FUNCTION TRIM(LEN-ED) ')'
                    DELIMITED BY SIZE INTO FLD-LINE
             MOVE CUR-REC(FLD-START(FLD-IX):FLD-LEN(FLD-IX))
               TO FLD-LINE(31:)
             DISPLAY FUNCTION TRIM(FLD-LINE, TRAILING)
           END-PERFORM
           .

       READ-DATADICT-REC SECTION.
           READ DATADICT
           IF DATADICT-FS NOT = '00'
             SET DATADICT-EOF TO TRUE
           END-IF
           .

       READ-BRWSFILE-REC SECTION.
           MOVE SPACES TO BRWSFILE-REC
           READ BRWSFILE
           IF BRWSFILE-FS NOT = '00'
             SET BRWSFILE-EOF TO TRUE
           END-IF
           .

       COPY RUNIDGT.

       COPY SBOXRS.
