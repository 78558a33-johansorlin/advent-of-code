      *> Shared FILE-CONTROL entries for the abend diagnostic
      *> snapshot (see DSNPFD.cpy/DSNPWS.cpy/DSNPWR.cpy). DSNPINP
      *> re-reads the input the failing step was working on, to
      *> fingerprint it the way WRITE-FINGERPRINT would have at a
      *> clean end; DSNPSNAP is the snapshot itself, a cataloged
      *> DIAGSNAP report generation under the failing program's id.
           SELECT DSNPINP ASSIGN TO DYNAMIC DSNP-INP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DSNPINP-FS.

           SELECT DSNPSNAP ASSIGN TO DYNAMIC DSNP-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DSNPSNAP-FS.
