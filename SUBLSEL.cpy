      *> Shared FILE-CONTROL entry for the submission change log
      *> (see SUBLFD.cpy/SUBLWS.cpy/SUBLWR.cpy). STARSUB.txt holds
      *> only each star's current submission state and is rewritten
      *> whole by SUBMAINT, SUBXMIT and SUBRESP; every one of them
      *> now appends the star's new record here first, in the style
      *> of CERTLOG.txt, so ASOFRCN.cbl can replay the log and say
      *> what stood submitted at any date and time.
           SELECT SUBLOG ASSIGN TO 'SUBLOG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUBLOG-FS.
