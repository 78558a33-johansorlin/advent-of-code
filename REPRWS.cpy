      *> Shared working-storage for the input repair overlay. The
      *> caller moves its EXCM-PGM and PERFORMs LOAD-INPUT-REPAIRS
      *> once (REPRRD.cpy), then after each input read moves the
      *> line number to REPR-LINE and the record to REPR-IMAGE and
      *> PERFORMs APPLY-INPUT-REPAIR; REPR-OVERLAID afterwards
      *> means REPR-IMAGE now holds the corrected record. Once the
      *> control total has passed, RECORD-INPUT-REPAIRS
      *> (REPRWR.cpy) writes what was applied to the repair file
      *> and the audit log.
           05 EXCPREPR-FS     PIC XX.
           05 REPR-CNT        PIC S9(4) COMP VALUE 0.
           05 REPR-IX         PIC S9(4) COMP.
           05 REPR-APPL-CNT   PIC S9(4) COMP VALUE 0.
           05 REPR-LINE       PIC 9(8).
           05 REPR-IMAGE      PIC X(80).
           05 REPR-DATE       PIC 9(8).
           05 REPR-TIME       PIC 9(8).
           05 REPR-HOLD-BUILD PIC X(16).
      *> Repairs on the file for this program, one entry per key.
      *> RP-STATE is P (pending), A (applied by this run) or D
      *> (already applied by an earlier run).
           05 REPR-TBL.
              10 REPR-ENT OCCURS 200 TIMES.
                 15 RP-RUN-ID    PIC X(16).
                 15 RP-LINE      PIC 9(8).
                 15 RP-EXC-DATE  PIC X(8).
                 15 RP-EXC-TIME  PIC X(8).
                 15 RP-OPER      PIC X(8).
                 15 RP-ORIG      PIC X(80).
                 15 RP-NEW       PIC X(80).
                 15 RP-STATE     PIC X.
           05 EXCPREPR-FLAG   PIC X    VALUE 'C'.
              88 EXCPREPR-EOF          VALUE 'E'.
           05 REPR-FND-FLAG   PIC X    VALUE 'N'.
              88 REPR-FOUND            VALUE 'Y'.
           05 REPR-HIT-FLAG   PIC X    VALUE 'N'.
              88 REPR-OVERLAID         VALUE 'Y'.
