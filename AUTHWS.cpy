      *> Shared working-storage for operator authorization. The
      *> caller moves the function name into AUTH-FUNC and PERFORMs
      *> CHECK-OPER-AUTH (sets AUTH-GRANTED) or ENFORCE-OPER-AUTH
      *> (refuses the run outright) - see AUTHCK.cpy. AUTH-TRAINEE
      *> is set when an unprofiled operator was let through to run
      *> a training exercise under the sandbox switch.
           05 OPERAUTH-FS     PIC XX.
           05 AUTH-FUNC       PIC X(14).
           05 AUTH-REC-CNT    PIC 9(4).
           05 AUTH-HOLD-BUILD PIC X(16).
           05 AUTH-GRANT-FLAG PIC X.
              88 AUTH-GRANTED         VALUE 'Y'.
           05 AUTH-TRAINEE-FLAG PIC X.
              88 AUTH-TRAINEE         VALUE 'Y'.
           05 AUTH-HOLD-RC    PIC S9(9) COMP.
           05 OPERAUTH-FLAG   PIC X    VALUE 'C'.
              88 OPERAUTH-EOF          VALUE 'E'.
