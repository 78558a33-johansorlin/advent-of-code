      *> Control block for the shared parameter-definition service
      *> PDEFSRV.cbl. Every program takes its knobs from environment
      *> variables, and a mistyped one (DAY03_ENGINE=X, D1P2_WNDW=12)
      *> was either silently ignored or found halfway through the
      *> night. The parameter definition master PARMDEF.txt lists
      *> every variable with its owning program, type, allowed
      *> values or range and default; the service checks a value
      *> against it. The caller fills PDEF-ACTION (plus what its
      *> action needs), then CALL 'PDEFSRV' USING PDEF-CTL:
      *>   'F' first   - the first definition on the master, with the
      *>                 value now in force in the environment
      *>   'N' next    - the definition after PDEF-SEQ, likewise;
      *>                 PDEF-END once past the last one
      *>   'C' check   - PDEF-VALUE checked as a value for PDEF-NAME
      *>                 (a value about to be set for a step, not
      *>                 the one in force); PDEF-UNDEFINED when the
      *>                 master has no such parameter
      *> Every action but the end returns the definition in PDEF-PGM
      *> through PDEF-DESC and PDEF-SEQ, PDEF-SET when a value is
      *> present, and PDEF-VALID or PDEF-INVALID with PDEF-REASON
      *> saying what is wrong. An unset parameter is valid - its
      *> default applies. PDEF-SHOW is the value as it may be shown
      *> on a screen or report: a secret (type S) never leaves the
      *> service, so PDEF-VALUE comes back blank for one and
      *> PDEF-SHOW only says that it is set. PDEF-NO-MASTER when
      *> PARMDEF.txt cannot be read.
       01  PDEF-CTL.
           05 PDEF-ACTION     PIC X.
           05 PDEF-NAME       PIC X(20).
           05 PDEF-VALUE      PIC X(80).
           05 PDEF-SEQ        PIC 9(4).
           05 PDEF-PGM        PIC X(8).
           05 PDEF-TYPE       PIC X.
           05 PDEF-MIN        PIC X(9).
           05 PDEF-MAX        PIC X(9).
           05 PDEF-DEFAULT    PIC X(20).
           05 PDEF-VALUES     PIC X(44).
           05 PDEF-DESC       PIC X(60).
           05 PDEF-SET-FLAG   PIC X.
              88 PDEF-SET              VALUE 'Y'.
           05 PDEF-RESULT     PIC X.
              88 PDEF-VALID            VALUE 'Y'.
              88 PDEF-INVALID          VALUE 'N'.
              88 PDEF-UNDEFINED        VALUE 'U'.
              88 PDEF-END              VALUE 'E'.
              88 PDEF-NO-MASTER        VALUE 'M'.
           05 PDEF-REASON     PIC X(60).
           05 PDEF-SHOW       PIC X(80).
           05 PDEF-CNT        PIC 9(4).
