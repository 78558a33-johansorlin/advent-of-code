      *> program, PGM,THRESHOLD - the exception count above which a
      *> run stops reporting a warning and starts reporting an error.
      *> Absent by default; a program with no line gets the warning
      *> grade only. Redirected to SANDBOX_EXCPTOL.txt under the
      *> sandbox switch (SBOXWS.cpy).
           SELECT EXCPTOL ASSIGN TO DYNAMIC EXCPTOL-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCPTOL-FS.
