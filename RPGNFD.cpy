      *> Shared FD for the report catalog. See RPGNSEL.cpy. Fixed
      *> offsets (written by WRITE-RPTCAT-REC in RPGNGET.cpy):
      *> PGM(1:8) RPT(10:12) GEN(23:4) DATE(28:8) TIME(37:8)
      *> RUN-ID(46:16) DSN(63:80) ARCH-DSN(144:40). ARCH-DSN is
      *> spaces until RPTARCH.cbl packs the generation into a
      *> long-term archive bundle (RARCFD.cpy) and names the bundle
      *> here; DSN keeps the generation's own name either way.
      *> FORM(185:4) is spaces on a print image's record and 'HTML'
      *> on the record PRTSRV.cbl appends beside it for the
      *> generation's HTML rendition - same PGM, RPT, GEN and
      *> RUN-ID, the rendition's own DSN. A reader after "the
      *> generation" passes the HTML records by.
      *> A record starting '*' is a header or trailer label
      *> (MLBLWS.cpy), never data.
       FD  RPTCAT.
       01  RPTCAT-REC         PIC X(200).
