      *> (slots are assigned by dataset name); working storage
      *> persists across CALLs within the run unit, which is what
      *> carries each report's page and line state between lines.
      *>
      *> Closing a report also writes its HTML rendition for the
      *> intranet, where a 132-column print image in a browser lost
      *> its headings: the print name with .html for .txt, one page
      *> section per printed page, the title block and column
      *> headings as a real table header, the columns cut where
      *> the heading and every line of the page leave a gap of two
      *> or more blanks, and the lines the caller wrote as totals
      *> ('T') and the end-of-report line highlighted. The
      *> rendition is cataloged in RPTCAT.txt beside the print
      *> image's record - same program, family, generation and
      *> run, its own dataset name, and FORM 'HTML' (RPGNFD.cpy) -
      *> in the catalog the run's sandbox and shadow switches name
      *> (SBOXRS.cpy), once the catalog's header label (MLBLCK.cpy)
      *> has been accepted. A report written without PRTSRV gets
      *> the same treatment through the 'H' action, with only its
      *> end line highlighted - there is no telling its totals from
      *> its other lines. Failing to render never fails the report:
      *> the print image is the report of record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IOSUM-FS.

           SELECT HTML-IN ASSIGN TO DYNAMIC HIN-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HIN-FS.

           SELECT HTML-OUT ASSIGN TO DYNAMIC HOUT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOUT-FS.

           COPY RPGNSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT-F1.
       FD  IOSUMRPT.
       01  IOSUM-REC          PIC X(120).

       FD  HTML-IN.
       01  HIN-REC            PIC X(132).

       FD  HTML-OUT.
       01  HOUT-REC           PIC X(2000).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
       01  FILE-HANDLES.
           05 F1-DSN          PIC X(80).
           05 F7-FS           PIC XX.
           05 F8-DSN          PIC X(80).
           05 F8-FS           PIC XX.
           05 HIN-DSN         PIC X(80).
           05 HIN-FS          PIC XX.
           05 HOUT-DSN        PIC X(80).
           05 HOUT-FS         PIC XX.
           05 RPTCAT-FS       PIC XX.

       01  SLOT-STATE.
           05 SLOT-ENT OCCURS 8 TIMES INDEXED SLX.
              10 RL-DONE      PIC X     VALUE 'N'.
              10 RL-RPTD      PIC X     VALUE 'N'.

      *> Links for the HTML renditions ('K', or an 'L' carrying
      *> PRT-LINK), held until the report they belong to renders.
       01  LINK-STATE.
           05 LINK-N          PIC S9(4) COMP VALUE 0.
           05 LINK-ENT OCCURS 100 TIMES INDEXED LINK-X.
              10 LINK-DSN     PIC X(80) VALUE SPACES.
              10 LINK-TEXT    PIC X(132) VALUE SPACES.
              10 LINK-HREF    PIC X(80) VALUE SPACES.

      *> Total lines ('T') by report, page and line on the page,
      *> held like the links until the report renders.
       01  TOTAL-STATE.
           05 TOT-N           PIC S9(4) COMP VALUE 0.
           05 TOT-ENT OCCURS 200 TIMES INDEXED TOT-X.
              10 TOT-DSN      PIC X(80) VALUE SPACES.
              10 TOT-PAGE     PIC 9(4)  VALUE 0.
              10 TOT-LINE     PIC 9(2)  VALUE 0.

      *> One page of the report being rendered, and the columns cut
      *> from it. GUT-MAP holds a byte per print position: 'Y' blank
      *> down the whole page, 'M' a lone blank inside a column, 'N'
      *> printed on somewhere.
       01  RENDER-STATE.
           05 RN-DSN          PIC X(80).
           05 RN-TITLE        PIC X(60).
           05 RN-HEAD         PIC X(132).
           05 RN-RUN-ID       PIC X(16).
           05 RN-MODE         PIC X.
              88 RN-PRINTED             VALUE 'P'.
              88 RN-FOREIGN             VALUE 'H'.
           05 RN-FS           PIC XX.
           05 RN-PAGE         PIC 9(4).
           05 RN-REC          PIC X(132).
           05 RN-PEND-REC     PIC X(132).
           05 RN-PEND-FLAG    PIC X.
              88 RN-PENDING             VALUE 'Y'.
           05 RN-EOF-FLAG     PIC X.
              88 RN-EOF                 VALUE 'Y'.
           05 PG-TITLE        PIC X(132).
           05 PG-RUN          PIC X(132).
           05 PG-HEAD         PIC X(132).
           05 PG-END-LINE     PIC X(132).
           05 PG-END-FLAG     PIC X.
              88 PG-HAS-END             VALUE 'Y'.
           05 PG-N            PIC S9(4) COMP.
           05 PG-LINE         PIC X(132) OCCURS 56 TIMES.
           05 PG-LINE-TOT     PIC X OCCURS 56 TIMES.
           05 GUT-MAP         PIC X(132).
           05 GUT-LINE        PIC X(132).
           05 COL-N           PIC S9(4) COMP.
           05 COL-ENT OCCURS 66 TIMES.
              10 COL-BEG      PIC S9(4) COMP.
              10 COL-LEN      PIC S9(4) COMP.
           05 CX              PIC S9(4) COMP.
           05 LX              PIC S9(4) COMP.
           05 PX              PIC S9(4) COMP.
           05 FREE-LX         PIC S9(4) COMP.
           05 COLSPAN-ED      PIC Z9.
           05 CELL-TEXT       PIC X(132).
           05 CELL-LEN        PIC S9(4) COMP.
           05 ROW-HREF        PIC X(80).
           05 ROW-LINKED      PIC X.
           05 HREF-WRK        PIC X(80).
           05 HREF-LEN        PIC S9(4) COMP.
           05 LINK-EXIST-STAT PIC 9(9) COMP-5.
           05 HTML-BUF        PIC X(2000).
           05 HTML-PTR        PIC S9(4) COMP.
           05 CAT-HOLD-REC    PIC X(200).
           05 CAT-FND-FLAG    PIC X.
              88 CAT-FOUND              VALUE 'Y'.
           05 CAT-DATE        PIC 9(8).
           05 CAT-TIME        PIC 9(8).
           05 CAT-HDR-REC     PIC X(200).
           05 CAT-HDR-FLAG    PIC X.
              88 CAT-HDR-SEEN           VALUE 'Y'.
           05 CAT-HOLD-STATUS PIC XX.

       COPY SBOXWS.

       COPY MLBLWS.

      *> File-info block for CBL_CHECK_FILE_EXIST - only existence
      *> matters here, but the routine wants the full block.
       01  FILE-INFO.
           05 FI-SIZE         PIC X(8) COMP-X.
           05 FILLER          PIC X(8).

       01  WORKSPACE.
           05 SLOT-NO         PIC S9(4) COMP.
           05 SBOX-RPT-SW     PIC X.
               PERFORM OPEN-REPORT
             WHEN 'L'
               PERFORM WRITE-REPORT-LINE
             WHEN 'T'
               PERFORM WRITE-TOTAL-LINE
             WHEN 'C'
               PERFORM CLOSE-REPORT
             WHEN 'S'
               PERFORM WRITE-IO-SUMMARY
             WHEN 'K'
               PERFORM ADD-REPORT-LINK
             WHEN 'H'
               PERFORM RENDER-FOREIGN-REPORT
             WHEN OTHER
               MOVE '99' TO PRT-STATUS
           END-EVALUATE
               MOVE 'Y' TO SLOT-USED(SLOT-NO)
               MOVE PRT-DSN TO SLOT-DSN(SLOT-NO)
               MOVE PRT-TITLE TO SLOT-TITLE(SLOT-NO)
      *> Total marks left by an earlier report of this name that
      *> never rendered must not land on this one.
               PERFORM VARYING TOT-X FROM 1 BY 1 UNTIL TOT-X > TOT-N
                 IF TOT-DSN(TOT-X) = PRT-DSN
                   MOVE SPACES TO TOT-DSN(TOT-X)
                 END-IF
               END-PERFORM
      *> Sandbox runs brand every page header unmistakably - a
      *> training report must never be mistaken for production.
               MOVE SPACES TO SBOX-RPT-SW
             IF CUR-FS NOT = '00'
               PERFORM NOTE-SLOT-FAILURE
             END-IF
             IF PRT-LINK NOT = SPACES
               PERFORM ADD-REPORT-LINK
             END-IF
           END-IF
           .

      *> A total line is written like any other and remembered by
      *> its page and its line on the page for the rendition.
       WRITE-TOTAL-LINE SECTION.
           PERFORM WRITE-REPORT-LINE
           IF NOT SLOT-FOUND OR PRT-STATUS NOT = '00'
             EXIT SECTION
           END-IF
           MOVE 0 TO FREE-LX
           PERFORM VARYING TOT-X FROM 1 BY 1
                     UNTIL TOT-X > TOT-N OR FREE-LX > 0
             IF TOT-DSN(TOT-X) = SPACES
               SET FREE-LX TO TOT-X
             END-IF
           END-PERFORM
           IF FREE-LX = 0 AND TOT-N < 200
             ADD 1 TO TOT-N
             MOVE TOT-N TO FREE-LX
           END-IF
           IF FREE-LX = 0
             EXIT SECTION
           END-IF
           MOVE SLOT-DSN(SLOT-NO) TO TOT-DSN(FREE-LX)
           MOVE SLOT-PAGE(SLOT-NO) TO TOT-PAGE(FREE-LX)
           COMPUTE TOT-LINE(FREE-LX) = SLOT-LINE(SLOT-NO) - 4
           .

       CLOSE-REPORT SECTION.
                 TO RL-CNT(SLOT-LOG(SLOT-NO))
               MOVE 'Y' TO RL-DONE(SLOT-LOG(SLOT-NO))
             END-IF
             MOVE SLOT-DSN(SLOT-NO) TO RN-DSN
             MOVE SLOT-TITLE(SLOT-NO) TO RN-TITLE
             MOVE SLOT-HEAD(SLOT-NO) TO RN-HEAD
             MOVE PRT-RUN-ID TO RN-RUN-ID
             MOVE 'N' TO SLOT-USED(SLOT-NO)
             MOVE SPACES TO SLOT-DSN(SLOT-NO)
      *> Rendered only once the slot is free - a catalog that
      *> refuses the rendition ends the CALL there.
             IF CUR-FS = '00'
               SET RN-PRINTED TO TRUE
               PERFORM RENDER-HTML
             END-IF
           END-IF
           .

           END-IF
           .

      *> A link is kept by the exact text of the line it belongs to;
      *> the target is a page anchor as given, or another report's
      *> rendition by that report's own dataset name - dropped when
      *> that report has no rendition (it was not printed here).
       ADD-REPORT-LINK SECTION.
           MOVE 0 TO FREE-LX
           PERFORM VARYING LINK-X FROM 1 BY 1
                     UNTIL LINK-X > LINK-N OR FREE-LX > 0
             IF LINK-DSN(LINK-X) = SPACES
               SET FREE-LX TO LINK-X
             END-IF
           END-PERFORM
           IF FREE-LX = 0 AND LINK-N < 100
             ADD 1 TO LINK-N
             MOVE LINK-N TO FREE-LX
           END-IF
           IF FREE-LX = 0 OR PRT-LINK = SPACES
             EXIT SECTION
           END-IF
           IF PRT-LINK(1:1) = '#'
             MOVE PRT-LINK TO HREF-WRK
           ELSE
             MOVE PRT-LINK TO HREF-WRK
             PERFORM HTML-NAME-OF-WRK
             CALL 'CBL_CHECK_FILE_EXIST' USING HREF-WRK FILE-INFO
                 RETURNING LINK-EXIST-STAT
             IF LINK-EXIST-STAT NOT = 0
               EXIT SECTION
             END-IF
           END-IF
           MOVE PRT-DSN TO LINK-DSN(FREE-LX)
           MOVE PRT-LINE TO LINK-TEXT(FREE-LX)
           MOVE HREF-WRK TO LINK-HREF(FREE-LX)
           .

       DROP-REPORT-LINKS SECTION.
           PERFORM VARYING LINK-X FROM 1 BY 1 UNTIL LINK-X > LINK-N
             IF LINK-DSN(LINK-X) = RN-DSN
               MOVE SPACES TO LINK-DSN(LINK-X)
             END-IF
           END-PERFORM
           PERFORM VARYING TOT-X FROM 1 BY 1 UNTIL TOT-X > TOT-N
             IF TOT-DSN(TOT-X) = RN-DSN
               MOVE SPACES TO TOT-DSN(TOT-X)
             END-IF
           END-PERFORM
           .

      *> A report's rendition is its dataset name with .html for
      *> .txt (or .html added when the name has no .txt).
       HTML-NAME-OF-WRK SECTION.
           COMPUTE HREF-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(HREF-WRK, TRAILING))
           IF HREF-LEN > 4 AND HREF-WRK(HREF-LEN - 3:4) = '.txt'
             MOVE '.html' TO HREF-WRK(HREF-LEN - 3:5)
           ELSE
             IF HREF-LEN < 76
               MOVE '.html' TO HREF-WRK(HREF-LEN + 1:5)
             END-IF
           END-IF
           .

       RENDER-FOREIGN-REPORT SECTION.
           MOVE PRT-DSN TO RN-DSN
           MOVE PRT-TITLE TO RN-TITLE
           MOVE PRT-HEADING TO RN-HEAD
           MOVE PRT-RUN-ID TO RN-RUN-ID
           SET RN-FOREIGN TO TRUE
           PERFORM RENDER-HTML
           MOVE RN-FS TO PRT-STATUS
           .

       RENDER-HTML SECTION.
           MOVE RN-DSN TO HIN-DSN
           MOVE RN-DSN TO HREF-WRK
           PERFORM HTML-NAME-OF-WRK
           MOVE HREF-WRK TO HOUT-DSN
           MOVE '00' TO RN-FS
           OPEN INPUT HTML-IN
           IF HIN-FS = '00'
             OPEN OUTPUT HTML-OUT
             IF HOUT-FS = '00'
               PERFORM WRITE-HTML-DOCUMENT
               CLOSE HTML-OUT
               IF HOUT-FS NOT = '00'
                 MOVE HOUT-FS TO RN-FS
               END-IF
             ELSE
               MOVE HOUT-FS TO RN-FS
             END-IF
             CLOSE HTML-IN
           ELSE
             MOVE HIN-FS TO RN-FS
           END-IF
           PERFORM DROP-REPORT-LINKS
           IF RN-FS NOT = '00'
             DISPLAY 'PRTSRV: HTML RENDITION OF '
                     FUNCTION TRIM(RN-DSN)
                     ' NOT WRITTEN - FILE STATUS ' RN-FS
           ELSE
             PERFORM CATALOG-RENDITION
           END-IF
           .

       WRITE-HTML-DOCUMENT SECTION.
           MOVE 'N' TO RN-EOF-FLAG RN-PEND-FLAG
           MOVE 0 TO RN-PAGE
           MOVE '<!DOCTYPE html>' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE '<html><head><meta charset="utf-8">' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE SPACES TO HTML-BUF
           MOVE 1 TO HTML-PTR
           STRING '<title>' DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           MOVE RN-TITLE TO CELL-TEXT
           PERFORM APPEND-CELL-TEXT
           STRING '</title>' DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           PERFORM WRITE-HTML-BUF
           MOVE '<style>' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE 'body { font-family: sans-serif; }' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE SPACES TO HOUT-REC
           STRING 'table { border-collapse: collapse; '
                  'margin-bottom: 2em; }'
                  DELIMITED BY SIZE INTO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE SPACES TO HOUT-REC
           STRING 'th, td { padding: 1px 8px; text-align: left; '
                  'white-space: pre; }'
                  DELIMITED BY SIZE INTO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE 'tr.title th { font-size: 120%; }' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE 'tr.run th { font-weight: normal; }' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE 'tr.cols th { border-bottom: 2px solid #333; }'
             TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE 'td.n { text-align: right; }' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE SPACES TO HOUT-REC
           STRING 'tr.total td, tr.end td { font-weight: bold; '
                  'background: #fff2b3; }'
                  DELIMITED BY SIZE INTO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE 'section { page-break-after: always; }' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE '</style></head><body>' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           PERFORM RENDER-ONE-PAGE UNTIL RN-EOF
           MOVE '</body></html>' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           .

      *> A page PRTSRV printed opens with its header - title, run
      *> line, the column headings when the report has them, and a
      *> blank - and holds at most 56 lines, the last page the
      *> end-of-report line besides. A report from elsewhere has no
      *> header of its own: each run of 56 lines is a page under
      *> the title and headings the caller passed.
       RENDER-ONE-PAGE SECTION.
           MOVE 0 TO PG-N
           MOVE 'N' TO PG-END-FLAG
           MOVE SPACES TO PG-TITLE PG-RUN PG-HEAD PG-END-LINE
           PERFORM READ-RENDER-LINE
           IF RN-EOF
             EXIT SECTION
           END-IF
           ADD 1 TO RN-PAGE
           IF RN-PRINTED
             MOVE RN-REC TO PG-TITLE
             PERFORM READ-RENDER-LINE
             MOVE RN-REC TO PG-RUN
             IF RN-HEAD NOT = SPACES
               PERFORM READ-RENDER-LINE
               MOVE RN-REC TO PG-HEAD
             END-IF
             PERFORM READ-RENDER-LINE
           ELSE
             MOVE RN-REC TO RN-PEND-REC
             MOVE 'Y' TO RN-PEND-FLAG
             MOVE RN-TITLE TO PG-TITLE
             MOVE RN-HEAD TO PG-HEAD
             ACCEPT PRT-DATE FROM DATE YYYYMMDD
             STRING 'RUN DATE ' PRT-DATE ' RUN ' RN-RUN-ID
                    ' PAGE ' RN-PAGE
                    DELIMITED BY SIZE INTO PG-RUN
           END-IF

           PERFORM UNTIL PG-N NOT < 56 OR RN-EOF OR PG-HAS-END
             PERFORM READ-RENDER-LINE
             IF NOT RN-EOF
               PERFORM TAKE-PAGE-LINE
             END-IF
           END-PERFORM
           IF RN-PRINTED AND NOT RN-EOF AND NOT PG-HAS-END
             PERFORM READ-RENDER-LINE
             IF NOT RN-EOF
               IF RN-REC(1:16) = 'END OF REPORT - '
                 PERFORM TAKE-PAGE-LINE
               ELSE
                 MOVE RN-REC TO RN-PEND-REC
                 MOVE 'Y' TO RN-PEND-FLAG
               END-IF
             END-IF
           END-IF

           PERFORM FIND-PAGE-COLUMNS
           PERFORM WRITE-PAGE-SECTION
           .

       TAKE-PAGE-LINE SECTION.
           IF RN-PRINTED AND RN-REC(1:16) = 'END OF REPORT - '
             MOVE RN-REC TO PG-END-LINE
             SET PG-HAS-END TO TRUE
           ELSE
             ADD 1 TO PG-N
             MOVE RN-REC TO PG-LINE(PG-N)
             MOVE 'N' TO PG-LINE-TOT(PG-N)
             IF RN-PRINTED
               PERFORM VARYING TOT-X FROM 1 BY 1
                         UNTIL TOT-X > TOT-N
                            OR PG-LINE-TOT(PG-N) = 'Y'
                 IF TOT-DSN(TOT-X) = RN-DSN
                    AND TOT-PAGE(TOT-X) = RN-PAGE
                    AND TOT-LINE(TOT-X) = PG-N
                   MOVE 'Y' TO PG-LINE-TOT(PG-N)
                 END-IF
               END-PERFORM
             END-IF
           END-IF
           .

       READ-RENDER-LINE SECTION.
           IF RN-PENDING
             MOVE RN-PEND-REC TO RN-REC
             MOVE 'N' TO RN-PEND-FLAG
             EXIT SECTION
           END-IF
           MOVE SPACES TO RN-REC
           READ HTML-IN
           IF HIN-FS = '00'
             MOVE HIN-REC TO RN-REC
           ELSE
             SET RN-EOF TO TRUE
           END-IF
           .

      *> A column boundary is a gap of two or more positions blank
      *> in the headings and on every line of the page; a single
      *> blank is a space between words of one column.
       FIND-PAGE-COLUMNS SECTION.
           MOVE ALL 'Y' TO GUT-MAP
           MOVE PG-HEAD TO GUT-LINE
           PERFORM MARK-GUT-LINE
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > PG-N
             MOVE PG-LINE(LX) TO GUT-LINE
             PERFORM MARK-GUT-LINE
           END-PERFORM
           PERFORM VARYING PX FROM 2 BY 1 UNTIL PX > 131
             IF GUT-MAP(PX:1) = 'Y'
                AND GUT-MAP(PX - 1:1) NOT = 'Y'
                AND GUT-MAP(PX + 1:1) = 'N'
               MOVE 'M' TO GUT-MAP(PX:1)
             END-IF
           END-PERFORM
           MOVE 0 TO COL-N
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 132
             IF GUT-MAP(PX:1) NOT = 'Y'
               IF PX = 1
                 PERFORM START-PAGE-COLUMN
               ELSE
                 IF GUT-MAP(PX - 1:1) = 'Y'
                   PERFORM START-PAGE-COLUMN
                 END-IF
               END-IF
               COMPUTE COL-LEN(COL-N) = PX - COL-BEG(COL-N) + 1
             END-IF
           END-PERFORM
           IF COL-N = 0
             MOVE 1 TO COL-N COL-BEG(1)
             MOVE 132 TO COL-LEN(1)
           END-IF
           MOVE COL-N TO COLSPAN-ED
           .

       START-PAGE-COLUMN SECTION.
           ADD 1 TO COL-N
           MOVE PX TO COL-BEG(COL-N)
           .

       MARK-GUT-LINE SECTION.
           IF GUT-LINE NOT = SPACES
             PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 132
               IF GUT-LINE(PX:1) NOT = SPACE
                 MOVE 'N' TO GUT-MAP(PX:1)
               END-IF
             END-PERFORM
           END-IF
           .

       WRITE-PAGE-SECTION SECTION.
           MOVE SPACES TO HTML-BUF
           MOVE 1 TO HTML-PTR
           STRING '<section id="page-' RN-PAGE '"><table>'
                  DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           PERFORM WRITE-HTML-BUF
           MOVE '<thead>' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           STRING '<tr class="title"><th colspan="'
                  FUNCTION TRIM(COLSPAN-ED) '">'
                  DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           MOVE PG-TITLE TO CELL-TEXT
           PERFORM APPEND-CELL-TEXT
           STRING '</th></tr>' DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           PERFORM WRITE-HTML-BUF
           STRING '<tr class="run"><th colspan="'
                  FUNCTION TRIM(COLSPAN-ED) '">'
                  DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           MOVE PG-RUN TO CELL-TEXT
           PERFORM APPEND-CELL-TEXT
           STRING '</th></tr>' DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           PERFORM WRITE-HTML-BUF
           IF PG-HEAD NOT = SPACES
             STRING '<tr class="cols">' DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
             PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COL-N
               MOVE PG-HEAD(COL-BEG(CX):COL-LEN(CX)) TO CELL-TEXT
               STRING '<th>' DELIMITED BY SIZE
                      INTO HTML-BUF WITH POINTER HTML-PTR
               PERFORM APPEND-CELL-TEXT
               STRING '</th>' DELIMITED BY SIZE
                      INTO HTML-BUF WITH POINTER HTML-PTR
             END-PERFORM
             STRING '</tr>' DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
             PERFORM WRITE-HTML-BUF
           END-IF
           MOVE '</thead><tbody>' TO HOUT-REC
           PERFORM WRITE-HTML-REC

           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > PG-N
             PERFORM WRITE-BODY-ROW
           END-PERFORM

           MOVE '</tbody>' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           IF PG-HAS-END
             STRING '<tfoot><tr class="end"><td colspan="'
                    FUNCTION TRIM(COLSPAN-ED) '">'
                    DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
             MOVE PG-END-LINE TO CELL-TEXT
             PERFORM APPEND-CELL-TEXT
             STRING '</td></tr></tfoot>' DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
             PERFORM WRITE-HTML-BUF
           END-IF
           MOVE '</table></section>' TO HOUT-REC
           PERFORM WRITE-HTML-REC
           .

      *> One print line, one table row, cut at the page's columns;
      *> a line written as a total is highlighted, a numeric cell is
      *> right-aligned, and a linked line carries its link on its
      *> first cell with anything in it.
       WRITE-BODY-ROW SECTION.
           IF PG-LINE(LX) = SPACES
             STRING '<tr class="gap"><td colspan="'
                    FUNCTION TRIM(COLSPAN-ED) '"></td></tr>'
                    DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
             PERFORM WRITE-HTML-BUF
             EXIT SECTION
           END-IF
           IF PG-LINE-TOT(LX) = 'Y'
             STRING '<tr class="total">' DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
           ELSE
             STRING '<tr>' DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
           END-IF
           MOVE SPACES TO ROW-HREF
           PERFORM VARYING LINK-X FROM 1 BY 1
                     UNTIL LINK-X > LINK-N OR ROW-HREF NOT = SPACES
             IF LINK-DSN(LINK-X) = RN-DSN
                AND LINK-TEXT(LINK-X) = PG-LINE(LX)
               MOVE LINK-HREF(LINK-X) TO ROW-HREF
             END-IF
           END-PERFORM
           MOVE 'N' TO ROW-LINKED
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > COL-N
             MOVE PG-LINE(LX)(COL-BEG(CX):COL-LEN(CX)) TO CELL-TEXT
             IF CELL-TEXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(CELL-TEXT) = 0
               STRING '<td class="n">' DELIMITED BY SIZE
                      INTO HTML-BUF WITH POINTER HTML-PTR
             ELSE
               STRING '<td>' DELIMITED BY SIZE
                      INTO HTML-BUF WITH POINTER HTML-PTR
             END-IF
             IF ROW-HREF NOT = SPACES AND ROW-LINKED = 'N'
                AND CELL-TEXT NOT = SPACES
               STRING '<a href="' FUNCTION TRIM(ROW-HREF) '">'
                      DELIMITED BY SIZE
                      INTO HTML-BUF WITH POINTER HTML-PTR
               PERFORM APPEND-CELL-TEXT
               STRING '</a>' DELIMITED BY SIZE
                      INTO HTML-BUF WITH POINTER HTML-PTR
               MOVE 'Y' TO ROW-LINKED
             ELSE
               PERFORM APPEND-CELL-TEXT
             END-IF
             STRING '</td>' DELIMITED BY SIZE
                    INTO HTML-BUF WITH POINTER HTML-PTR
           END-PERFORM
           STRING '</tr>' DELIMITED BY SIZE
                  INTO HTML-BUF WITH POINTER HTML-PTR
           PERFORM WRITE-HTML-BUF
           .

      *> Appends CELL-TEXT to the row being built, trailing blanks
      *> dropped and the characters HTML reserves escaped; leading
      *> blanks stay, so indenting within a column survives.
       APPEND-CELL-TEXT SECTION.
           IF CELL-TEXT = SPACES
             EXIT SECTION
           END-IF
           COMPUTE CELL-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(CELL-TEXT, TRAILING))
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > CELL-LEN
             EVALUATE CELL-TEXT(PX:1)
               WHEN '&'
                 STRING '&amp;' DELIMITED BY SIZE
                        INTO HTML-BUF WITH POINTER HTML-PTR
               WHEN '<'
                 STRING '&lt;' DELIMITED BY SIZE
                        INTO HTML-BUF WITH POINTER HTML-PTR
               WHEN '>'
                 STRING '&gt;' DELIMITED BY SIZE
                        INTO HTML-BUF WITH POINTER HTML-PTR
               WHEN '"'
                 STRING '&quot;' DELIMITED BY SIZE
                        INTO HTML-BUF WITH POINTER HTML-PTR
               WHEN OTHER
                 STRING CELL-TEXT(PX:1) DELIMITED BY SIZE
                        INTO HTML-BUF WITH POINTER HTML-PTR
             END-EVALUATE
           END-PERFORM
           .

       WRITE-HTML-BUF SECTION.
           MOVE HTML-BUF TO HOUT-REC
           PERFORM WRITE-HTML-REC
           MOVE SPACES TO HTML-BUF
           MOVE 1 TO HTML-PTR
           .

       WRITE-HTML-REC SECTION.
           WRITE HOUT-REC
           MOVE SPACES TO HOUT-REC
           .

      *> The print image's catalog record is found by its dataset
      *> name in the report catalog the run writes to, and the
      *> rendition's record is appended beside it. A print file that
      *> is no cataloged generation gets its rendition uncataloged.
      *> The catalog's header label is checked once the catalog is
      *> closed again, so a refusal (MLBLCK.cpy) leaves nothing
      *> open behind it; PRT-STATUS comes back '16' with the
      *> RETURN-CODE and the rendition stays uncataloged.
       CATALOG-RENDITION SECTION.
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'N' TO CAT-FND-FLAG CAT-HDR-FLAG
           OPEN INPUT RPTCAT
           IF RPTCAT-FS NOT = '00'
             EXIT SECTION
           END-IF
           READ RPTCAT
           PERFORM UNTIL RPTCAT-FS NOT = '00'
             IF RPTCAT-REC(1:1) = '*'
               IF RPTCAT-REC(1:4) = '*HDR' AND NOT CAT-HDR-SEEN
                 MOVE RPTCAT-REC TO CAT-HDR-REC
                 SET CAT-HDR-SEEN TO TRUE
               END-IF
             ELSE
               IF RPTCAT-REC(63:80) = RN-DSN
                  AND RPTCAT-REC(185:4) NOT = 'HTML'
                 MOVE RPTCAT-REC TO CAT-HOLD-REC
                 SET CAT-FOUND TO TRUE
               END-IF
             END-IF
             READ RPTCAT
           END-PERFORM
           CLOSE RPTCAT
           IF CAT-HDR-SEEN
             MOVE 'RPTCAT' TO MLBL-FILE
             MOVE RN-RUN-ID TO MLBL-RUN-ID
             MOVE CAT-HDR-REC TO MLBL-REC
             MOVE PRT-STATUS TO CAT-HOLD-STATUS
             MOVE '16' TO PRT-STATUS
             PERFORM CHECK-MASTER-LABEL
             MOVE CAT-HOLD-STATUS TO PRT-STATUS
           END-IF
           IF NOT CAT-FOUND
             EXIT SECTION
           END-IF

           ACCEPT CAT-DATE FROM DATE YYYYMMDD
           ACCEPT CAT-TIME FROM TIME
           MOVE CAT-HOLD-REC TO RPTCAT-REC
           MOVE CAT-DATE TO RPTCAT-REC(28:8)
           MOVE CAT-TIME TO RPTCAT-REC(37:8)
           MOVE HOUT-DSN TO RPTCAT-REC(63:80)
           MOVE SPACES TO RPTCAT-REC(144:40)
           MOVE 'HTML' TO RPTCAT-REC(185:4)
           OPEN EXTEND RPTCAT
           IF RPTCAT-FS = '00'
             WRITE RPTCAT-REC
             CLOSE RPTCAT
           END-IF
           .

       PAGE-HEADER SECTION.
           ADD 1 TO SLOT-PAGE(SLOT-NO)
           ACCEPT PRT-DATE FROM DATE YYYYMMDD
               CLOSE PRT-F8
           END-EVALUATE
           .

       COPY SBOXRS.

       COPY MLBLCK.
