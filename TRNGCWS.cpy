      *> Control block for the shared training service TRNGSRV.cbl.
      *> Sandbox mode gave trainees somewhere to practice, but
      *> nothing recorded that they had. The training master
      *> TRNGMST.txt lists the exercises each OPERAUTH function
      *> requires (a program to run in the sandbox); the training
      *> log TRNGLOG.txt records every exercise completed there and
      *> every supervisor sign-off. The caller fills TRNG-ACTION,
      *> TRNG-OPER and TRNG-FUNC (plus what its action needs), then
      *> CALL 'TRNGSRV' USING TRNG-CTL:
      *>   'Q' exercise - TRNG-YES when TRNG-PGM is one of TRNG-FUNC's
      *>                  exercises (ENFORCE-OPER-AUTH lets an
      *>                  unprofiled trainee run it in the sandbox)
      *>   'D' done     - records TRNG-PGM's run TRNG-RUN-ID, ended
      *>                  TRNG-RC, as done by TRNG-OPER when it is
      *>                  one of TRNG-FUNC's exercises (TRNG-YES)
      *>   'K' qualify  - TRNG-YES when every exercise of TRNG-FUNC
      *>                  is done and signed for TRNG-OPER (a
      *>                  function with none needs no training);
      *>                  otherwise TRNG-REASON names the first gap
      *>   'S' sign     - supervisor TRNG-BY signs off every exercise
      *>                  of TRNG-FUNC TRNG-OPER has done and is
      *>                  awaiting sign-off; TRNG-SIGN-NOW says how
      *>                  many. Never for the supervisor's own record.
      *> Every action returns the function's exercises with the
      *> operator's state on each in TRNG-EX (N not done, D done and
      *> awaiting sign-off, S signed) and the functions on the
      *> master in TRNG-FUNC-LIST. Both files are production files
      *> and are not redirected by the sandbox switch - a sandbox
      *> exercise is recorded where the grant will look for it.
       01  TRNG-CTL.
           05 TRNG-ACTION     PIC X.
           05 TRNG-OPER       PIC X(8).
           05 TRNG-FUNC       PIC X(14).
           05 TRNG-PGM        PIC X(8).
           05 TRNG-RUN-ID     PIC X(16).
           05 TRNG-RC         PIC 9(4).
           05 TRNG-BY         PIC X(8).
           05 TRNG-RESULT     PIC X.
              88 TRNG-YES              VALUE 'Y'.
           05 TRNG-REASON     PIC X(60).
           05 TRNG-EX-CNT     PIC 9(3).
           05 TRNG-DONE-CNT   PIC 9(3).
           05 TRNG-SIGNED-CNT PIC 9(3).
           05 TRNG-SIGN-NOW   PIC 9(3).
           05 TRNG-EX OCCURS 10 TIMES.
              10 TRNG-EX-PGM     PIC X(8).
              10 TRNG-EX-DESC    PIC X(40).
              10 TRNG-EX-STATE   PIC X.
              10 TRNG-EX-DATE    PIC 9(8).
              10 TRNG-EX-BY      PIC X(8).
           05 TRNG-FUNC-CNT   PIC 9(3).
           05 TRNG-FUNC-LIST  PIC X(14) OCCURS 10 TIMES.
