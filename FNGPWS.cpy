           05 FNGP-LEN        PIC S9(4) COMP.
           05 FNGP-EOF-FLAG   PIC X.
              88 FNGP-AT-EOF          VALUE 'E'.
           05 FNGP-FILE-FLAG  PIC X.
              88 FNGP-FILE-MISSING    VALUE 'M'.
      *> File-info block for CBL_CHECK_FILE_EXIST - the 64-bit size
      *> leads, then the modification date/time this caller ignores.
           05 FNGP-FILE-INFO.
