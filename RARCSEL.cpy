      *> Shared FILE-CONTROL entries for the long-term report
      *> archive (see RARCFD.cpy). RPTARCH.cbl gathers report
      *> generations that are about to age out of retention into
      *> one bundle per report family per month; RPTVIEW.cbl and
      *> RPTSRCH.cbl read a generation back out of its bundle once
      *> the loose file is purged. RPTARCM is the loose generation
      *> being packed, or the extract a member is unpacked into.
           SELECT RPTARCB ASSIGN TO DYNAMIC RARC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPTARCB-FS.

           SELECT RPTARCM ASSIGN TO DYNAMIC RARC-MEMB-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPTARCM-FS.
