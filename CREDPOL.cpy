      *> Credential policy shared by CREDSRV.cbl and the programs
      *> that report on the master: a PIN older than CRED-MAX-DAYS
      *> must be changed at the next interactive sign-on, and
      *> CRED-MAX-FAILS wrong PINs in a row lock the id until a
      *> security admin resets it. Kept in its own 01 group so an
      *> INITIALIZE of WORKSPACE cannot blank the VALUEs away.
       01  CRED-POLICY.
           05 CRED-MAX-DAYS   PIC 9(3) VALUE 90.
           05 CRED-MAX-FAILS  PIC 9(2) VALUE 3.
           05 CRED-MIN-LEN    PIC 9(2) VALUE 4.
