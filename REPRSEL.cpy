      *> Shared FILE-CONTROL entry for the exception repair file
      *> (see REPRFD.cpy/REPRWS.cpy/REPRRD.cpy/REPRWR.cpy). Marking
      *> an exception RESOLVED in EXCPWB used to mean somebody had
      *> hand-edited the input outside the system with no trace of
      *> what changed. EXCPWB's repair screen now queues a corrected
      *> record image here against the exception's program, run id
      *> and line; the program's next run overlays it onto its
      *> input as the line is read, ahead of the control-total
      *> check, and appends an APPLIED record carrying both images
      *> - the proof of what changed that closes the exception.
           SELECT EXCPREPR ASSIGN TO DYNAMIC EXCPREPR-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCPREPR-FS.
