      *> Shared FILE-CONTROL entry for the 2021 day-5 vent grid work
      *> file (see VGRDFD.cpy/VGRDWS.cpy/VGRDPL.cpy). The floor is a
      *> 1000 x 1000 grid - a million cells no OCCURS table the other
      *> days use could hold - but a feed of a few hundred vent lines
      *> only ever touches a fraction of it, so only touched cells get
      *> a record, keyed by (x, y). Each program names its own work
      *> dataset in VGRD-DSN so the part-1 and part-2 steps can never
      *> plot into each other's grid.
           SELECT VENTGRID ASSIGN TO DYNAMIC VGRD-DSN
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VGRD-KEY
           FILE STATUS IS VGRD-FS.
