      *> Shared working-storage for the vent grid (see VGRDSEL.cpy).
      *> The caller moves its work dataset name into VGRD-DSN and
      *> sets VGRD-DIAG-FLAG ('Y' when 45-degree lines are plotted,
      *> 'N' when only horizontal and vertical ones count) before
      *> PERFORMing OPEN-VENTGRID; after PARSE-VENT-LINE it tests
      *> VENT-LINE-VALID and, on a rejected line, reports the reason
      *> code left in VENT-REASON (BADVENT, OFFGRID, SKEWVENT).
           05 VGRD-FS         PIC XX.
           05 VGRD-DSN        PIC X(80).
           05 VENT-FROM       PIC X(40).
           05 VENT-TO         PIC X(40).
           05 VENT-REST       PIC X(40).
           05 VENT-FLD        PIC X(40).
           05 VENT-FLD-A      PIC X(40).
           05 VENT-FLD-B      PIC X(40).
           05 VENT-DIGITS     PIC S9(4) COMP.
           05 VENT-NUM        PIC 9(5).
           05 VENT-X1         PIC 9(5).
           05 VENT-Y1         PIC 9(5).
           05 VENT-X2         PIC 9(5).
           05 VENT-Y2         PIC 9(5).
           05 VENT-DX         PIC S9(4) COMP.
           05 VENT-DY         PIC S9(4) COMP.
           05 VENT-STEPS      PIC S9(4) COMP.
           05 VENT-STEP-IX    PIC S9(4) COMP.
           05 VENT-CX         PIC S9(5) COMP.
           05 VENT-CY         PIC S9(5) COMP.
           05 VENT-KIND       PIC X.
              88 VENT-STRAIGHT        VALUE 'H' 'V'.
              88 VENT-DIAGONAL        VALUE 'D'.
           05 VENT-REASON     PIC X(8).
           05 VENT-OK-FLAG    PIC X     VALUE 'N'.
              88 VENT-LINE-VALID      VALUE 'Y'.
           05 VENT-FLD-FLAG   PIC X     VALUE 'N'.
              88 VENT-FLD-VALID       VALUE 'Y'.
           05 VGRD-DIAG-FLAG  PIC X     VALUE 'N'.
              88 VGRD-DIAGONALS       VALUE 'Y'.
      *> Run tallies: lines plotted, diagonal lines passed over by a
      *> straight-lines-only step, cells given a first record, cell
      *> hits in all, and cells that reached their second hit - the
      *> last is the answer, counted as it happens so no closing pass
      *> over the grid is needed.
           05 VENT-PLOT-CNT   PIC 9(8).
           05 VENT-DIAG-SKIP  PIC 9(8).
           05 VGRD-CELL-CNT   PIC 9(8).
           05 VGRD-HIT-CNT    PIC 9(8).
           05 VGRD-OVLP-CNT   PIC 9(8).
