      *> Control block for the shared console-capture service
      *> SYSOSRV.cbl. Every puzzle step DISPLAYs its progress lines,
      *> checkpoint notes and edited answers, and once the terminal
      *> scrolled or the session closed nobody had a copy of what
      *> the program said. A step now writes each console line
      *> through the service (WRITE-SYSOUT, SYSOWR.cpy), which
      *> DISPLAYs it as before and, while a driver has a capture
      *> open, also writes it to the step's SYSOUT - a
      *> cataloged report generation, family SYSOUT under the
      *> step's program id and the run id, where RPTVIEW, PROVRPT
      *> and NITELINE find it. Run standalone, with no driver, a
      *> step's lines only go to the console. The caller fills
      *> SYSO-ACTION and what its action needs, then
      *> CALL 'SYSOSRV' USING SYSO-CTL:
      *>   'O' open  - a driver, before CALLing a step: SYSO-PGM is
      *>               the step's program; opens its next SYSOUT
      *>               generation and returns its name in SYSO-DSN
      *>   'W' write - SYSO-LINE to the console and, while a capture
      *>               is open, to the SYSOUT
      *>   'C' close - a driver, after the step: SYSO-STEP-RC is the
      *>               step's return code for the closing line;
      *>               returns SYSO-DSN and SYSO-CNT, the console
      *>               lines captured, and renders the HTML copy
      *> SYSO-STATUS comes back '00' or the failing file status. A
      *> SYSOUT that cannot be written never stops the step. STRING
      *> takes display items only, so a binary count goes into a
      *> line through SYSO-NUM.
       01  SYSO-CTL.
           05 SYSO-ACTION     PIC X.
           05 SYSO-PGM        PIC X(8).
           05 SYSO-LINE       PIC X(132).
           05 SYSO-DSN        PIC X(80).
           05 SYSO-CNT        PIC 9(6).
           05 SYSO-STEP-RC    PIC S9(4).
           05 SYSO-STATUS     PIC XX.
           05 SYSO-SAVE-RC    PIC S9(4) COMP.
           05 SYSO-NUM        PIC -(9)9.
