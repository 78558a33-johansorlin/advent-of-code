      *> Shared FILE-CONTROL entries for the feed supplier master and
      *> the feed arrival log (see SPLRFD.cpy/SPLRWS.cpy/
      *> SPLRRD.cpy). The master says who supplies each catalog
      *> input dataset, who to call about it and by what time of day
      *> it is due; STAGEIN appends one arrival record per staging
      *> so the supplier scorecard (SPLRCARD.cbl) can measure the
      *> promise against what actually happened. Both absent by
      *> default - an unknown feed is staged exactly as before and
      *> logged against supplier UNKNOWN.
           SELECT SPLRMSTR ASSIGN TO 'SPLRMSTR.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SPLRMSTR-FS.

           SELECT FEEDARRV ASSIGN TO 'FEEDARRV.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEEDARRV-FS.
