      *> Shared FD for the operator permissions master. See
      *> AUTHSEL.cpy. Fixed offsets: OPER(1:8) FUNCTION(10:14) -
      *> the named functions are RESTORE, PURGE, CATALOG-CHANGE,
      *> CERTIFY, WHATIF, RELEASE, SECADMIN (enrolling and
      *> resetting operator credentials - CREDMNT.cbl) and
      *> RECERTIFY (keeping or revoking grants in the access
      *> review - AUTHRVW.cbl), HOLD and MAINTENANCE (setting and
      *> clearing the system-wide maintenance switch -
      *> QUIESCE.cbl). '*' in either field matches any
      *> operator or any function. A line starting '*' in column 1
      *> is a comment ONLY when its function field (10:14) is also
      *> blank - a wildcard-operator rule such as '*' + CERTIFY
      *> function open -
      *> the pre-profiles behavior - so cutting the first master
      *> is the moment authority starts being enforced.
      *> Grants are appended by TRNGMNT.cbl, which refuses one
      *> until the operator's training for the function is signed
      *> off (TRNGSRV.cbl).
      *> The record is read 80 wide, as AUTHRVW.cbl reads it: the
      *> master's comment lines run past the 40 bytes a grant
      *> needs, and a line longer than the record would end the
      *> read early and leave every function open. A grant still
      *> uses only the offsets above.
       FD  OPERAUTH.
       01  OPERAUTH-REC       PIC X(80).
