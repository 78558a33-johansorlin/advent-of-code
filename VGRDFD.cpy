      *> Shared FD for the vent grid work file. See VGRDSEL.cpy. One
      *> record per touched cell; VGRD-HITS is how many vent lines
      *> cross it, so a cell is an overlap from its second hit on.
       FD  VENTGRID.
       01  VGRD-REC.
           05 VGRD-KEY.
              10 VGRD-KEY-X        PIC 9(4).
              10 VGRD-KEY-Y        PIC 9(4).
           05 VGRD-HITS            PIC 9(4).
