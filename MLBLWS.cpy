      *> Master label work area (see MLBLCK.cpy). The append-forever
      *> masters - ANSHIST, EXCPMSTR, AUDTLOG, FINGPRNT, PARMREG and
      *> RPTCAT - open with a header label saying which layout
      *> version their records are, and every segment the rollover
      *> and cutover utilities close ends with a trailer label
      *> carrying its record count and hash. A label always starts
      *> '*', which no data record does (they all open on a program
      *> name or a date). Fixed offsets:
      *>   header  '*HDR'(1:4) FILE(10:8) VERSION(19:4) DATE(24:8)
      *>           TIME(33:8) RUN-ID(42:16)
      *>   trailer '*TRL'(1:4) FILE(10:8) RECORDS(19:8) HASH(28:9)
      *>           DATE(38:8) TIME(47:8) RUN-ID(56:16)
      *> HASH is the fingerprint checksum (FNGPWR.cpy) over the data
      *> records' bytes, labels excluded. Kept in its own 01 group,
      *> outside WORKSPACE, like SBOXWS.cpy.
       01  MASTER-LABEL.
           05 MLBL-FILE       PIC X(8).
           05 MLBL-DSN        PIC X(80).
           05 MLBL-REC        PIC X(300).
           05 MLBL-DATA       PIC X(300).
           05 MLBL-VER        PIC 9(4).
           05 MLBL-HDR-VER    PIC 9(4).
           05 MLBL-HDR-REC    PIC X(100).
           05 MLBL-CNT        PIC 9(8).
           05 MLBL-HASH       PIC 9(9).
           05 MLBL-TRL-CNT    PIC 9(8).
           05 MLBL-TRL-HASH   PIC 9(9).
           05 MLBL-TRL-FLAG   PIC X.
              88 MLBL-TRL-SEEN         VALUE 'Y'.
           05 MLBL-RUN-ID     PIC X(16).
           05 MLBL-DATE       PIC 9(8).
           05 MLBL-TIME       PIC 9(8).
           05 MLBL-LEN        PIC S9(4) COMP.
           05 MLBL-CIX        PIC S9(4) COMP.
