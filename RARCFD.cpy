      *> Shared FDs for the report archive bundles. See RARCSEL.cpy.
      *> A bundle RPTARC_pgm_rpt_yyyymm.txt holds one report family's
      *> generations of one month. Each archive run appends one
      *> segment to it, every record carrying its type in column 1:
      *>   A  segment header - PGM(3:8) RPT(12:12) MONTH(25:6)
      *>      DATE(32:8) TIME(41:8) RUN-ID(50:16) MEMBERS(67:4);
      *>   I  member index, one per member of the segment - GEN(3:4)
      *>      DATE(8:8) TIME(17:8) RUN-ID(26:16) LINES(43:8)
      *>      DSN(52:80), the generation's catalog facts;
      *>   M  member header - the same fields as its I record,
      *>      ahead of the member's lines;
      *>   D  member data   - one report line at 3:132, as it stood;
      *>   T  segment trailer - MEMBERS(3:4) LINES(8:9).
      *> The report catalog records the bundle a generation went to
      *> (RPGNFD.cpy ARCH-DSN), so readers go straight to it.
       FD  RPTARCB.
       01  RPTARCB-REC        PIC X(140).

       FD  RPTARCM.
       01  RPTARCM-REC        PIC X(132).
