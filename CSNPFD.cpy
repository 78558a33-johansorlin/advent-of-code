      *> Shared FD for the control-master snapshot register. See
      *> CSNPSEL.cpy. Fixed offsets (written by CFGDRIFT.cbl):
      *>   GEN(1:4) DATE(6:8) TIME(15:8) RUN-ID(24:16) MASTER(41:8)
      *>   STATE(50:1) RECORDS(52:6) ADDED(59:6) REMOVED(66:6)
      *>   CHANGED(73:6) SNAPSHOT-DSN(80:60)
      *> STATE 'S' snapshot taken and compared, 'F' first snapshot
      *> (nothing to compare with), 'M' master not on disk (no
      *> snapshot; any records the previous one held count as
      *> removed), 'E' the snapshot copy failed.
       FD  CFGSNAP.
       01  CFGSNAP-REC        PIC X(140).
