      *> Shared FDs for the shadow-run harness. See SHDWSEL.cpy.
      *> Shadow register fixed offsets: STEP-KEY(1:15) - PGM + YEAR
      *> + DAY + PART exactly as SCHEDMST.txt keys a step -
      *> CANDIDATE(17:8) FROM(26:8) TO(35:8) NOTE(44:36). The
      *> candidate is a load module compiled under its own program
      *> id (a copy of DAY04 built as DAY04C, say), since a CALL by
      *> the production name would only find production again. FROM
      *> and TO are the YYYYMMDD days it shadows, inclusive; a blank
      *> TO shadows until the record is removed. A line starting
      *> '*' is a comment.
       FD  SHADREG.
       01  SHADREG-REC        PIC X(80).

      *> Shadow-run history fixed offsets, one record per candidate
      *> run: DATE(1:8) RUN-ID(10:16) STEP-KEY(27:15) CANDIDATE(43:8)
      *> OUTCOME(52:8) PROD-RC(61:4) CAND-RC(66:4) PROD-HUND(71:8)
      *> CAND-HUND(80:8) PROD-EXC(89:6) CAND-EXC(96:6)
      *> SEQ-FROM(103:6) SEQ-TO(110:6). OUTCOME is RAN, MISSING (no
      *> such load module) or SKIPPED (the batch window had no room);
      *> elapsed times are in hundredths of a second; the exception
      *> counts are what each side added to its exception master;
      *> the candidate's answers are the SHADOW_ANSHIST records
      *> sequenced after SEQ-FROM up to SEQ-TO.
       FD  SHADHIST.
       01  SHADHIST-REC       PIC X(120).
