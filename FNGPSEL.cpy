           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FNGPFILE-FS.

           SELECT FINGPRNT ASSIGN TO DYNAMIC FINGPRNT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FINGPRNT-FS.
