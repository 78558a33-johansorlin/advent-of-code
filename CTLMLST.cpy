      *> The hand-maintained control masters whose content decides
      *> how a night behaves, with the key each one is compared on
      *> when the close's drift report (CFGDRIFT.cbl) matches
      *> tonight's copy with the previous snapshot:
      *>   KEY-TYPE 'P' the record's own positions KEY-POS for
      *>                KEY-LEN (a rule master keyed on the whole
      *>                rule can only gain or lose records)
      *>            'C' the text before the first comma
      *>            'L' the data line's ordinal - one-line and
      *>                positional masters with no key of their own
      *> STAR 'C' means every line starting '*' is a comment; 'R'
      *> means a '*' line with the rest of its operator field blank
      *> and a function in (10:14) is a wildcard-operator rule
      *> (AUTHCK.cpy), any other '*' line a comment.
      *> Kept in its own 01 group so an INITIALIZE of WORKSPACE
      *> cannot blank the VALUEs away.
       01  CTLM-LST-VALUES.
           05 FILLER          PIC X(8)  VALUE 'PZLCAT'.
           05 FILLER          PIC X(20) VALUE 'PZLCAT.txt'.
           05 FILLER          PIC X     VALUE 'P'.
           05 FILLER          PIC 9(3)  VALUE 10.
           05 FILLER          PIC 9(3)  VALUE 9.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'SCHEDMST'.
           05 FILLER          PIC X(20) VALUE 'SCHEDMST.txt'.
           05 FILLER          PIC X     VALUE 'P'.
           05 FILLER          PIC 9(3)  VALUE 1.
           05 FILLER          PIC 9(3)  VALUE 15.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'JOBNET'.
           05 FILLER          PIC X(20) VALUE 'JOBNET.txt'.
           05 FILLER          PIC X     VALUE 'P'.
           05 FILLER          PIC 9(3)  VALUE 1.
           05 FILLER          PIC 9(3)  VALUE 8.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'EXCPTOL'.
           05 FILLER          PIC X(20) VALUE 'EXCPTOL.txt'.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'EXCPSUPP'.
           05 FILLER          PIC X(20) VALUE 'EXCPSUPP.txt'.
           05 FILLER          PIC X     VALUE 'P'.
           05 FILLER          PIC 9(3)  VALUE 1.
           05 FILLER          PIC 9(3)  VALUE 78.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'OPERAUTH'.
           05 FILLER          PIC X(20) VALUE 'OPERAUTH.txt'.
           05 FILLER          PIC X     VALUE 'P'.
           05 FILLER          PIC 9(3)  VALUE 1.
           05 FILLER          PIC 9(3)  VALUE 23.
           05 FILLER          PIC X     VALUE 'R'.
           05 FILLER          PIC X(8)  VALUE 'RPTDIST'.
           05 FILLER          PIC X(20) VALUE 'RPTDIST.txt'.
           05 FILLER          PIC X     VALUE 'P'.
           05 FILLER          PIC 9(3)  VALUE 1.
           05 FILLER          PIC 9(3)  VALUE 21.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'RETNPOL'.
           05 FILLER          PIC X(20) VALUE 'RETNPOL.txt'.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'CUBESLIM'.
           05 FILLER          PIC X(20) VALUE 'CUBESLIM.txt'.
           05 FILLER          PIC X     VALUE 'L'.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'SYMSET'.
           05 FILLER          PIC X(20) VALUE 'SYMSET.txt'.
           05 FILLER          PIC X     VALUE 'L'.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC 9(3)  VALUE 0.
           05 FILLER          PIC X     VALUE 'C'.
           05 FILLER          PIC X(8)  VALUE 'MSGREF'.
           05 FILLER          PIC X(20) VALUE 'MSGREF.txt'.
           05 FILLER          PIC X     VALUE 'P'.
           05 FILLER          PIC 9(3)  VALUE 1.
           05 FILLER          PIC 9(3)  VALUE 8.
           05 FILLER          PIC X     VALUE 'C'.
       01  CTLM-LST-TBL REDEFINES CTLM-LST-VALUES.
           05 CTLM-ENT OCCURS 11 TIMES.
              10 CTLM-NAME    PIC X(8).
              10 CTLM-DSN     PIC X(20).
              10 CTLM-KEY-TYPE PIC X.
              10 CTLM-KEY-POS PIC 9(3).
              10 CTLM-KEY-LEN PIC 9(3).
              10 CTLM-STAR    PIC X.
      *> Entry count for the sweep - kept beside the list so adding
      *> a master is one edit here.
       01  CTLM-CNT           PIC S9(4) COMP VALUE 11.
