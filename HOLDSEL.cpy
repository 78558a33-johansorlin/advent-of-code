      *> Shared FILE-CONTROL entry for the audit hold register (see
      *> HOLDFD.cpy/HOLDWS.cpy/HOLDCK.cpy). One record per hold
      *> placed on a run id, a date range or a file family while an
      *> answer is under dispute, and one per release. HOUSEKP,
      *> LOGSEG, ANSHROLL and BKUPVFY skip anything a hold in force
      *> covers and report it as held; HOLDMNT.cbl maintains the
      *> register and HOLDRPT.cbl reports it. Absent by default -
      *> no register, nothing held.
           SELECT HOLDREG ASSIGN TO 'HOLDREG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLDREG-FS.
