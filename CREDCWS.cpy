      *> Control block for the shared credential service CREDSRV.cbl.
      *> OPER_ID used to be taken on trust - anyone who typed an id
      *> at sign-on held that operator's OPERAUTH.txt rights. The
      *> credential master OPERCRED.txt (CREDFD.cpy) now carries a
      *> hashed PIN per operator. The caller fills CRED-ACTION,
      *> CRED-OPER, CRED-PGM and CRED-RUN-ID (plus the fields its
      *> action needs), then CALL 'CREDSRV' USING CRED-CTL:
      *>   'S' sign-on - a driver's session sign-on (OPMENU): takes
      *>               the PIN from OPER_PIN or a prompt, and forces
      *>               the change of an expired or reset PIN there
      *>               and then
      *>   'V' verify  - an AUTHCK-protected program: accepts the
      *>               session token a signed-on driver exported
      *>               for this run id, else takes the PIN the same
      *>               way; an expired PIN is refused
      *>   'C' change  - CRED-OPER changes their own PIN (current
      *>               PIN, then the new one twice)
      *>   'R' reset   - a security admin (CRED-BY) enrolls or
      *>               resets CRED-OPER with the temporary PIN in
      *>               CRED-PIN: unlocked, change forced at the next
      *>               sign-on
      *>   'L' log     - writes CRED-EVENT, CRED-FUNC and CRED-DETAIL
      *>               for CRED-OPER to the security log SECLOG.txt
      *> CRED-VERIFIED comes back true on success; otherwise
      *> CRED-REASON says why. Every failure is on the security log.
       01  CRED-CTL.
           05 CRED-ACTION     PIC X.
           05 CRED-OPER       PIC X(8).
           05 CRED-PGM        PIC X(8).
           05 CRED-RUN-ID     PIC X(16).
           05 CRED-FUNC       PIC X(14).
           05 CRED-EVENT      PIC X(8).
           05 CRED-PIN        PIC X(8).
           05 CRED-BY         PIC X(8).
           05 CRED-DETAIL     PIC X(60).
           05 CRED-RESULT     PIC X.
              88 CRED-VERIFIED         VALUE 'Y'.
           05 CRED-REASON     PIC X(60).
