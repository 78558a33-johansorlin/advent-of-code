      *> What the off-site vault bundle carries beyond the backup
      *> family (MSTRLST.cpy): the catalogs, the logs and the hand-
      *> maintained control masters - everything needed to bring
      *> the system back somewhere else, not just to roll a bad
      *> night back here. Kept in its own 01 group so an INITIALIZE
      *> of WORKSPACE cannot blank the VALUEs away.
       01  VLT-LST-VALUES.
           05 FILLER          PIC X(20) VALUE 'PZLCAT.txt'.
           05 FILLER          PIC X(20) VALUE 'RPTCAT.txt'.
           05 FILLER          PIC X(20) VALUE 'ARCHCAT.txt'.
           05 FILLER          PIC X(20) VALUE 'QUARCAT.txt'.
           05 FILLER          PIC X(20) VALUE 'AUDTLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'MSGLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'EXCPMSTR.txt'.
           05 FILLER          PIC X(20) VALUE 'EXCPDISP.txt'.
           05 FILLER          PIC X(20) VALUE 'EXCPREPR.txt'.
           05 FILLER          PIC X(20) VALUE 'STEPHIST.txt'.
           05 FILLER          PIC X(20) VALUE 'RUNSTAT.txt'.
           05 FILLER          PIC X(20) VALUE 'SHIFTJNL.txt'.
           05 FILLER          PIC X(20) VALUE 'TOLLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'CERTLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'SUBLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'RPTDLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'FEEDARRV.txt'.
           05 FILLER          PIC X(20) VALUE 'NTFYQ.txt'.
           05 FILLER          PIC X(20) VALUE 'SHADHIST.txt'.
           05 FILLER          PIC X(20) VALUE 'DRDRLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'SECLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'RCRTLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'FINGPRNT.txt'.
           05 FILLER          PIC X(20) VALUE 'PARMREG.txt'.
           05 FILLER          PIC X(20) VALUE 'BKUPGEN.txt'.
           05 FILLER          PIC X(20) VALUE 'OPERAUTH.txt'.
           05 FILLER          PIC X(20) VALUE 'OPERCRED.txt'.
           05 FILLER          PIC X(20) VALUE 'SCHEDMST.txt'.
           05 FILLER          PIC X(20) VALUE 'JOBNET.txt'.
           05 FILLER          PIC X(20) VALUE 'CLOSECMT.txt'.
           05 FILLER          PIC X(20) VALUE 'RUNQUEUE.txt'.
           05 FILLER          PIC X(20) VALUE 'RPTDIST.txt'.
           05 FILLER          PIC X(20) VALUE 'RETNPOL.txt'.
           05 FILLER          PIC X(20) VALUE 'EXCPSUPP.txt'.
           05 FILLER          PIC X(20) VALUE 'EXCPTOL.txt'.
           05 FILLER          PIC X(20) VALUE 'XFOOTRUL.txt'.
           05 FILLER          PIC X(20) VALUE 'CERTANS.txt'.
           05 FILLER          PIC X(20) VALUE 'STARSUB.txt'.
           05 FILLER          PIC X(20) VALUE 'SPLRMSTR.txt'.
           05 FILLER          PIC X(20) VALUE 'ONCALL.txt'.
           05 FILLER          PIC X(20) VALUE 'NTFYRTE.txt'.
           05 FILLER          PIC X(20) VALUE 'MSGREF.txt'.
           05 FILLER          PIC X(20) VALUE 'RELREG.txt'.
           05 FILLER          PIC X(20) VALUE 'SHADREG.txt'.
           05 FILLER          PIC X(20) VALUE 'WHSEHWM.txt'.
           05 FILLER          PIC X(20) VALUE 'TRNGMST.txt'.
           05 FILLER          PIC X(20) VALUE 'TRNGLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'FEEDPROF.txt'.
           05 FILLER          PIC X(20) VALUE 'STEPWTCH.txt'.
           05 FILLER          PIC X(20) VALUE 'LEASELOG.txt'.
           05 FILLER          PIC X(20) VALUE 'PARMDEF.txt'.
           05 FILLER          PIC X(20) VALUE 'HOLDREG.txt'.
           05 FILLER          PIC X(20) VALUE 'MAINTREG.txt'.
           05 FILLER          PIC X(20) VALUE 'LDRHIST.txt'.
           05 FILLER          PIC X(20) VALUE 'PROMOLOG.txt'.
           05 FILLER          PIC X(20) VALUE 'CFGSNAP.txt'.
           05 FILLER          PIC X(20) VALUE 'RATEMST.txt'.
           05 FILLER          PIC X(20) VALUE 'DEPTMAP.txt'.
           05 FILLER          PIC X(20) VALUE 'DATADICT.txt'.
           05 FILLER          PIC X(20) VALUE 'CUBESLIM.txt'.
           05 FILLER          PIC X(20) VALUE 'SYMSET.txt'.
       01  VLT-LST-TBL REDEFINES VLT-LST-VALUES.
           05 VLT-XTRA-DSN    PIC X(20) OCCURS 61 TIMES.
       01  VLT-XTRA-CNT       PIC S9(4) COMP VALUE 61.
