      *> Shared FILE-CONTROL entry for the maintenance switch
      *> register (see MNTSFD.cpy/MNTSWS.cpy/MNTSCK.cpy). Before a
      *> recompile or a master restore the shop used to ring round
      *> asking people to stop work; QUIESCE.cbl now sets one
      *> system-wide switch, with a reason and an expected end, and
      *> clears it after. While it is set the interactive
      *> maintenance programs refuse new work, RUNALL, CLOSEJOB and
      *> OPMENU refuse to start, and RUNQMNT still queues requests
      *> that RUNALL holds until the switch is cleared. Not
      *> redirected by the sandbox switch - a quiesce covers the
      *> sandbox too. Absent by default - no register, no
      *> maintenance.
           SELECT MAINTREG ASSIGN TO 'MAINTREG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTREG-FS.
