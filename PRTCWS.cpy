      *>               number) and column headings
      *>   'L' line  - PRT-DSN, PRT-LINE; page overflow at 132
      *>               columns x 60 lines re-prints the header
      *>   'T' total - PRT-DSN, PRT-LINE; written exactly as 'L',
      *>               and highlighted as a total in the HTML
      *>               rendition - the report's closing totals and
      *>               summary lines, never a detail line that
      *>               merely mentions one
      *>   'C' close - PRT-DSN; prints the end-of-report line with
      *>               the detail record count, then writes the
      *>               report's HTML rendition beside it (the print
      *>               name with .html for .txt) and catalogs it
      *>   'K' link  - PRT-DSN, PRT-LINE, PRT-LINK; in the HTML
      *>               rendition the line reading PRT-LINE links to
      *>               PRT-LINK - another report's dataset name
      *>               (its rendition is the target) or '#page-nnnn'
      *>               for a page of this one. An 'L' carrying a
      *>               PRT-LINK links the line it writes the same way
      *>               - the caller clears PRT-LINK after
      *>   'H' html  - PRT-DSN, PRT-TITLE, PRT-HEADING; renders and
      *>               catalogs a finished report PRTSRV did not
      *>               write itself, 56 lines to a page section
      *> PRT-STATUS comes back '00' or the failing file status, or
      *> '16' with RETURN-CODE 16 when the report catalog's header
      *> label refuses the rendition (MLBLCK.cpy). One report per
      *> dataset name; up to eight open at once.
       01  PRT-CTL.
           05 PRT-ACTION      PIC X.
           05 PRT-DSN         PIC X(80).
           05 PRT-LINE        PIC X(132).
           05 PRT-RUN-ID      PIC X(16).
           05 PRT-STATUS      PIC XX.
           05 PRT-LINK        PIC X(80).
