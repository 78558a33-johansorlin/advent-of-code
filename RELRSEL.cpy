      *> Shared FILE-CONTROL entry for the program release register
      *> (see RELRFD.cpy/RELRWS.cpy/RELRRD.cpy). One record per
      *> approved build of a program - the compile stamp its START
      *> record carries on AUDTLOG.txt (AUDTWS.cpy), who approved it
      *> and from what date. RUNALL grades a step whose running
      *> build is not on it, RECONCIL reads it to say whether an
      *> answer moved with the code, RELRMNT.cbl maintains it.
      *> Absent by default - no register, no build checking.
           SELECT RELREG ASSIGN TO 'RELREG.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELREG-FS.
