      *> Shared FILE-CONTROL entry for the operator credential
      *> master (see CREDFD.cpy, and CREDCWS.cpy for the service
      *> that owns it). Like OPERAUTH.txt, a master with no active
      *> records leaves sign-on open - the first enrollment is the
      *> moment PINs start being demanded.
           SELECT OPERCRED ASSIGN TO 'OPERCRED.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERCRED-FS.
