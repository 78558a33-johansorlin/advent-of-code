      *> run <id>' before accepting. STAGEIN_DUPREFUSE=Y turns the
      *> warning into a refusal for shops that never want a
      *> re-delivered feed to burn a batch window.
      *>
      *> Every staging is also an arrival: the feed's supplier, due
      *> time and contact come from the supplier master
      *> (SPLRMSTR.txt - see SPLRSEL.cpy), and one record per
      *> staging goes on the arrival log FEEDARRV.txt - how late
      *> against the promise, whether it was the day's first
      *> delivery of the dataset or a re-send, refused or accepted,
      *> a duplicate of a consumed feed, and whether it corrected
      *> a control count accepted earlier the same day. The supplier
      *> scorecard (SPLRCARD.cbl) is built from that log. A
      *> re-inspection of a QUAR_ file is not a delivery and is
      *> not logged.
      *>
      *> A well-formed feed can still be wrong - ten draws to every
      *> game, soundings an order of magnitude deep, half the usual
      *> cards. Every accepted feed is therefore profiled: record
      *> count, line length, tokens per line (split at blanks,
      *> commas, semicolons, colons and bars) and, for each of the
      *> first eight token positions, the min/max/mean of the
      *> numeric values found there. The profile is appended to the
      *> profile history FEEDPROF.txt and compared with the rolling
      *> baseline - the mean of each measure over the owning
      *> program's last STAGEIN_BASELINE (default 5) undrifted
      *> profiles, once at least three are on file. A measure whose
      *> mean moves more than STAGEIN_DRIFTPCT (default 25) percent,
      *> a field position the baseline always had and this feed
      *> lacks, or one it never had, is drift: the drift report
      *> (family FEEDDRFT) lists every measure against its
      *> baseline, FP0001 is raised and the staging ends RC 4 -
      *> the feed is still accepted, but the warning is out before
      *> it reaches a run. A drifted profile stays out of later
      *> baselines unless STAGEIN_REBASE=Y says its shape is the
      *> new normal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY FNGPSEL.

           COPY PZLCSEL.

           COPY SPLRSEL.

           SELECT QUARCAT ASSIGN TO 'QUARCAT.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUARCAT-FS.

           SELECT FEEDPROF ASSIGN TO 'FEEDPROF.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEEDPROF-FS.

           SELECT DRFTRPT ASSIGN TO DYNAMIC DRFTRPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DRFTRPT-FS.

           COPY RPGNSEL.

       DATA DIVISION.

       COPY FNGPFD.

       COPY PZLCFD.

       COPY SPLRFD.

      *> Quarantine catalog layout: PGM(1:8) DATE(10:8) TIME(19:8)
      *> STATUS(28:8) ANOMALIES(37:6) QUAR-DSN(44:40)
      *> ORIG-DSN(85:40) RUN-ID(126:16). Append-only - one record
       FD  QUARCAT.
       01  QUARCAT-REC        PIC X(142).

      *> Feed profile history layout, one record per measure of an
      *> accepted feed, the RECORDS measure first: PGM(1:8)
      *> DATE(10:8) TIME(19:8) MEASURE(28:8) OBS(37:8) MIN(46:14)
      *> MAX(61:14) MEAN(76:17) DRIFTED(94:1) RUN-ID(96:16). MIN,
      *> MAX and MEAN are signed display numbers; DRIFTED 'Y' keeps
      *> the profile out of later baselines. Append-only; a line
      *> starting '*' is a comment.
       FD  FEEDPROF.
       01  FEEDPROF-REC       PIC X(120).

       FD  DRFTRPT.
       01  DRFTRPT-REC        PIC X(120).

       COPY RPGNFD.

       WORKING-STORAGE SECTION.
           05 CHR-IX          PIC S9(4) COMP.
           05 CAND-CMD        PIC X(10).
           05 CAND-NUM        PIC X(10).
           05 CAND-VENT-TBL.
              10 CAND-VENT-FLD PIC X(10) OCCURS 4 TIMES.
           05 CAND-VENT-FROM  PIC X(30).
           05 CAND-VENT-TO    PIC X(30).
           05 CAND-VENT-END   PIC X(10).
           05 CAND-VENT-CNT   PIC S9(4) COMP.
           05 CAND-ARROW-CNT  PIC S9(4) COMP.
           05 CAND-VENT-IX    PIC S9(4) COMP.
           05 ALLOWED-SET     PIC X(64).
           05 ALLOWED-LEN     PIC S9(4) COMP.
           05 ANOM-TEXT       PIC X(40).
           05 QUAR-DSN        PIC X(80).
           05 QUAR-COPY-STAT  PIC 9(9) COMP-5.
           05 QUAR-DEL-STAT   PIC 9(9) COMP-5.
           COPY PZLCWS.
           COPY SPLRWS.
           05 FEED-DSN        PIC X(40).
           05 ARRV-DATE       PIC 9(8).
           05 ARRV-TIME       PIC 9(8).
           05 ARRV-SUPPLIER   PIC X(8).
           05 ARRV-DUE        PIC X(4).
           05 ARRV-MIN-LATE   PIC 9(5).
           05 ARRV-LATE-CALC  PIC S9(5).
           05 ARRV-OUTCOME    PIC X(8).
           05 PRIOR-RECS      PIC 9(8).
           05 FEEDPROF-FS     PIC XX.
           05 DRFTRPT-FS      PIC XX.
           05 DRFTRPT-DSN     PIC X(80).
           05 PROF-TEXT       PIC X(8).
           05 BASE-KEEP       PIC 9(3).
           05 BASE-MIN        PIC 9(3).
           05 DRIFT-TOL       PIC 9(5).
           05 DRIFT-CNT       PIC 9(4).
           05 BASE-FEEDS      PIC 9(6).
           05 BASE-ORD        PIC 9(6).
           05 BASE-USED       PIC 9(4).
           05 BASE-MEAN       PIC S9(13)V99.
           05 BASE-DENOM      PIC S9(13)V99.
           05 DRIFT-CALC      PIC S9(13)V99.
           05 TOK-POS         PIC S9(4) COMP.
           05 TOK-START       PIC S9(4) COMP.
           05 TOK-LEN         PIC S9(4) COMP.
           05 TOK-CHR         PIC X.
           05 PF-IX           PIC S9(4) COMP.
           05 PF-VALUE        PIC S9(13).
           05 PF-OBS-ED       PIC Z(7)9.
           05 PF-MIN-ED       PIC -(13)9.
           05 PF-MAX-ED       PIC -(13)9.
           05 PF-MEAN-ED      PIC -(12)9.99.
           05 BASE-MEAN-ED    PIC -(12)9.99.
           05 DRIFT-PCT-ED    PIC Z(6)9.
           05 DRIFT-NOTE      PIC X(24).
           05 MEAN-OUT        PIC -9(13).99.
           05 LIM-OUT         PIC -9(13).

      *> The profile of the feed being staged and, beside each
      *> measure, the baseline it is judged against. Slot 1 is the
      *> record count, 2 the line length, 3 the tokens per line and
      *> 4-11 the numeric values at token positions 1-8.
       01  FEED-PROFILE.
           05 PF-ENT OCCURS 11 TIMES.
              10 PF-NAME      PIC X(8).
              10 PF-N         PIC 9(8).
              10 PF-MIN       PIC S9(13).
              10 PF-MAX       PIC S9(13).
              10 PF-SUM       PIC S9(18).
              10 PF-MEAN      PIC S9(13)V99.
              10 BL-N         PIC 9(4).
              10 BL-MEAN-SUM  PIC S9(16)V99.
              10 PF-DRIFT     PIC X.
       01  PF-NAME-VALUES.
           05 FILLER          PIC X(8) VALUE 'RECORDS'.
           05 FILLER          PIC X(8) VALUE 'LINELEN'.
           05 FILLER          PIC X(8) VALUE 'TOKENS'.
           05 FILLER          PIC X(8) VALUE 'FIELD01'.
           05 FILLER          PIC X(8) VALUE 'FIELD02'.
           05 FILLER          PIC X(8) VALUE 'FIELD03'.
           05 FILLER          PIC X(8) VALUE 'FIELD04'.
           05 FILLER          PIC X(8) VALUE 'FIELD05'.
           05 FILLER          PIC X(8) VALUE 'FIELD06'.
           05 FILLER          PIC X(8) VALUE 'FIELD07'.
           05 FILLER          PIC X(8) VALUE 'FIELD08'.
       01  PF-NAME-TBL REDEFINES PF-NAME-VALUES.
           05 PF-NAME-VAL     PIC X(8) OCCURS 11 TIMES.

       COPY MSGCWS.

       01  SWITCHES.
           05 CANDFILE-FLAG   PIC X   VALUE 'C'.
              88 LINE-BAD             VALUE 'Y'.
           05 VOCAB-FLAG      PIC X   VALUE 'N'.
              88 VOCAB-CHECKED        VALUE 'Y'.
           05 VENTFMT-FLAG    PIC X   VALUE 'N'.
              88 VENTFMT-CHECKED      VALUE 'Y'.
           05 CHARSET-FLAG    PIC X   VALUE 'N'.
              88 CHARSET-CHECKED      VALUE 'Y'.
           05 BLANKOK-FLAG    PIC X   VALUE 'N'.
              88 FNGP-RD-EOF          VALUE 'E'.
           05 DUP-FND-FLAG    PIC X   VALUE 'N'.
              88 DUP-FEED-FOUND       VALUE 'Y'.
           05 ARRV-FIRST-FLAG PIC X   VALUE 'Y'.
              88 ARRV-FIRST           VALUE 'Y'.
           05 PRIOR-ACC-FLAG  PIC X   VALUE 'N'.
              88 PRIOR-ACCEPTED       VALUE 'Y'.
           05 CTL-CORR-FLAG   PIC X   VALUE 'N'.
              88 CTL-CORRECTED        VALUE 'Y'.
           05 IN-TOKEN-FLAG   PIC X   VALUE 'N'.
              88 IN-TOKEN             VALUE 'Y'.
           05 FEEDPROF-FLAG   PIC X   VALUE 'C'.
              88 FEEDPROF-EOF         VALUE 'E'.
           05 BASE-FEED-FLAG  PIC X   VALUE 'N'.
              88 BASE-FEED-IN         VALUE 'Y'.
           05 REBASE-SW       PIC X   VALUE 'N'.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES FEED-PROFILE
           PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > 11
             MOVE PF-NAME-VAL(PF-IX) TO PF-NAME(PF-IX)
           END-PERFORM
           PERFORM GET-RUN-ID
           MOVE 'STAGEIN' TO RPGN-PGM
           ACCEPT ARRV-DATE FROM DATE YYYYMMDD
           ACCEPT ARRV-TIME FROM TIME

           ACCEPT STAGE-PGM FROM ENVIRONMENT 'STAGEIN_PGM'
           IF STAGE-PGM = SPACES
           PERFORM UNTIL CANDFILE-EOF
             ADD 1 TO LINE-NO
             PERFORM CHECK-CAND-LINE
             PERFORM PROFILE-CAND-LINE
             PERFORM ROLL-CAND-CHECKSUM
             PERFORM READ-CANDFILE
           END-PERFORM
                    INTO STAGERPT-REC
             WRITE STAGERPT-REC
             DISPLAY STAGERPT-REC
             PERFORM PROFILE-FEED
           ELSE
             MOVE SPACES TO STAGERPT-REC
             STRING 'REFUSED - CONTROL FILE NOT WRITTEN, SEE '
             MOVE 4 TO RETURN-CODE
           END-IF

           IF CAND-DSN(1:5) NOT = 'QUAR_'
             PERFORM RECORD-FEED-ARRIVAL
           END-IF

           IF DRIFT-CNT > 0
             PERFORM TELL-FEED-DRIFT
           END-IF

           CLOSE STAGERPT

           GOBACK

       READ-FINGPRNT-REC SECTION.
           READ FINGPRNT
           PERFORM UNTIL FINGPRNT-FS NOT = '00'
                      OR FINGPRNT-REC(1:1) NOT = '*'
             MOVE 'FINGPRNT' TO MLBL-FILE
             MOVE FINGPRNT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ FINGPRNT
           END-PERFORM
           IF FINGPRNT-FS NOT = '00'
             SET FNGP-RD-EOF TO TRUE
           END-IF
           CLOSE QUARCAT
           .

      *> The arrival against the supplier's promise. The feed is
      *> known by the dataset name the supplier master carries: the
      *> candidate's own name when the supplier dropped it in place,
      *> otherwise the owning program's catalog input dataset. The
      *> catalog is only consulted here, so a missing catalog
      *> costs the supplier match, not the staging.
       RECORD-FEED-ARRIVAL SECTION.
           MOVE 'N' TO CTL-CORR-FLAG
           IF NOT DUP-FEED-FOUND
             MOVE 'N' TO DUP-FND-FLAG
           END-IF
           PERFORM LOAD-SPLR-MASTER
           MOVE CAND-DSN(1:40) TO SPLR-CHK-DSN
           PERFORM FIND-FEED-SUPPLIER
           IF SPLR-MATCHED
             MOVE CAND-DSN(1:40) TO FEED-DSN
           ELSE
             PERFORM FIND-CAT-FEED-DSN
             MOVE FEED-DSN TO SPLR-CHK-DSN
             PERFORM FIND-FEED-SUPPLIER
           END-IF

           MOVE 0 TO ARRV-MIN-LATE
           IF SPLR-MATCHED
             MOVE SPLR-ID(SPLR-IX) TO ARRV-SUPPLIER
             MOVE SPLR-DUE(SPLR-IX) TO ARRV-DUE
           ELSE
             MOVE 'UNKNOWN' TO ARRV-SUPPLIER
             MOVE SPACES TO ARRV-DUE
           END-IF
           IF ARRV-DUE NOT = SPACES
             COMPUTE ARRV-LATE-CALC =
                     FUNCTION NUMVAL(ARRV-TIME(1:2)) * 60
                   + FUNCTION NUMVAL(ARRV-TIME(3:2))
                   - FUNCTION NUMVAL(ARRV-DUE(1:2)) * 60
                   - FUNCTION NUMVAL(ARRV-DUE(3:2))
             IF ARRV-LATE-CALC > 0
               MOVE ARRV-LATE-CALC TO ARRV-MIN-LATE
             END-IF
           END-IF

           PERFORM SCAN-PRIOR-ARRIVALS
           IF ANOM-CNT = 0
             MOVE 'ACCEPTED' TO ARRV-OUTCOME
             IF PRIOR-ACCEPTED AND PRIOR-RECS NOT = LINE-NO
               SET CTL-CORRECTED TO TRUE
             END-IF
           ELSE
             MOVE 'REFUSED' TO ARRV-OUTCOME
           END-IF

           MOVE SPACES TO STAGERPT-REC
           EVALUATE TRUE
             WHEN NOT SPLR-MATCHED
               STRING 'ARRIVAL ' ARRV-TIME(1:2) ':' ARRV-TIME(3:2)
                      ' - NO SUPPLIER ON FILE FOR '
                      FUNCTION TRIM(FEED-DSN)
                      INTO STAGERPT-REC
             WHEN NOT ARRV-FIRST
               STRING 'ARRIVAL ' ARRV-TIME(1:2) ':' ARRV-TIME(3:2)
                      ' FROM ' FUNCTION TRIM(ARRV-SUPPLIER)
                      ' - RE-SEND, THE DAY''S DELIVERY WAS EARLIER'
                      INTO STAGERPT-REC
             WHEN ARRV-DUE = SPACES
               STRING 'ARRIVAL ' ARRV-TIME(1:2) ':' ARRV-TIME(3:2)
                      ' FROM ' FUNCTION TRIM(ARRV-SUPPLIER)
                      ' - NO DUE TIME PROMISED'
                      INTO STAGERPT-REC
             WHEN ARRV-MIN-LATE > 0
               STRING 'ARRIVAL ' ARRV-TIME(1:2) ':' ARRV-TIME(3:2)
                      ' FROM ' FUNCTION TRIM(ARRV-SUPPLIER)
                      ' AGAINST DUE ' ARRV-DUE(1:2) ':' ARRV-DUE(3:2)
                      ' - ' ARRV-MIN-LATE ' MINUTE(S) LATE'
                      INTO STAGERPT-REC
             WHEN OTHER
               STRING 'ARRIVAL ' ARRV-TIME(1:2) ':' ARRV-TIME(3:2)
                      ' FROM ' FUNCTION TRIM(ARRV-SUPPLIER)
                      ' AGAINST DUE ' ARRV-DUE(1:2) ':' ARRV-DUE(3:2)
                      ' - ON TIME'
                      INTO STAGERPT-REC
           END-EVALUATE
           WRITE STAGERPT-REC
           IF CTL-CORRECTED
             MOVE SPACES TO STAGERPT-REC
             STRING 'CONTROL COUNT CORRECTED - ' PRIOR-RECS
                    ' ACCEPTED EARLIER TODAY, NOW ' LINE-NO
                    INTO STAGERPT-REC
             WRITE STAGERPT-REC
             DISPLAY 'STAGEIN: ' STAGERPT-REC
           END-IF

           OPEN EXTEND FEEDARRV
           IF FEEDARRV-FS = '35'
             OPEN OUTPUT FEEDARRV
           END-IF
           MOVE SPACES TO FEEDARRV-REC
           MOVE ARRV-DATE TO FEEDARRV-REC(1:8)
           MOVE ARRV-TIME TO FEEDARRV-REC(10:8)
           MOVE STAGE-PGM TO FEEDARRV-REC(19:8)
           MOVE ARRV-SUPPLIER TO FEEDARRV-REC(28:8)
           MOVE ARRV-DUE TO FEEDARRV-REC(37:4)
           MOVE ARRV-MIN-LATE TO FEEDARRV-REC(42:5)
           MOVE ARRV-FIRST-FLAG TO FEEDARRV-REC(48:1)
           MOVE ARRV-OUTCOME TO FEEDARRV-REC(50:8)
           MOVE DUP-FND-FLAG TO FEEDARRV-REC(59:1)
           MOVE CTL-CORR-FLAG TO FEEDARRV-REC(61:1)
           MOVE LINE-NO TO FEEDARRV-REC(63:8)
           MOVE FEED-DSN TO FEEDARRV-REC(72:40)
           MOVE RUN-ID TO FEEDARRV-REC(113:16)
           WRITE FEEDARRV-REC
           CLOSE FEEDARRV
           .

      *> The owning program's input dataset from the catalog (PGM
      *> at 1:8, INPUT-DSN at 67:40 per PZLCFD.cpy); the candidate's
      *> own name when the catalog does not know the program.
       FIND-CAT-FEED-DSN SECTION.
           MOVE CAND-DSN(1:40) TO FEED-DSN
           MOVE 'N' TO SD-FND-FLAG
           MOVE 'C' TO PZLCAT-FLAG
           OPEN INPUT PZLCAT
           IF PZLCAT-FS = '00'
             PERFORM READ-PZLCAT-REC
             PERFORM UNTIL PZLCAT-EOF OR SD-FOUND
               IF PZLCAT-REC(1:8) = STAGE-PGM
                  AND PZLCAT-REC(67:40) NOT = SPACES
                 SET SD-FOUND TO TRUE
                 MOVE PZLCAT-REC(67:40) TO FEED-DSN
               END-IF
               PERFORM READ-PZLCAT-REC
             END-PERFORM
             CLOSE PZLCAT
           END-IF
           .

      *> Earlier arrivals of the same dataset today make this one a
      *> re-send; the last earlier acceptance for this program
      *> gives the count its control file was written with.
       SCAN-PRIOR-ARRIVALS SECTION.
           MOVE 'Y' TO ARRV-FIRST-FLAG
           MOVE 'N' TO PRIOR-ACC-FLAG
           MOVE 'C' TO FEEDARRV-FLAG
           OPEN INPUT FEEDARRV
           IF FEEDARRV-FS = '00'
             PERFORM READ-FEEDARRV-REC
             PERFORM UNTIL FEEDARRV-EOF
               IF FEEDARRV-REC(1:8) = ARRV-DATE
                  AND FEEDARRV-REC(72:40) = FEED-DSN
                 MOVE 'N' TO ARRV-FIRST-FLAG
                 IF FEEDARRV-REC(19:8) = STAGE-PGM
                    AND FEEDARRV-REC(50:8) = 'ACCEPTED'
                    AND FEEDARRV-REC(63:8) IS NUMERIC
                   SET PRIOR-ACCEPTED TO TRUE
                   MOVE FEEDARRV-REC(63:8) TO PRIOR-RECS
                 END-IF
               END-IF
               PERFORM READ-FEEDARRV-REC
             END-PERFORM
             CLOSE FEEDARRV
           END-IF
           .

       READ-PZLCAT-REC SECTION.
           READ PZLCAT
           IF PZLCAT-FS NOT = '00'
             SET PZLCAT-EOF TO TRUE
           END-IF
           .

      *> One entry per day program: which CTL file its accepted count
      *> belongs in, the longest line its FD can hold, and which of
      *> the optional checks apply - the navigation feeds get the
      *> next to its CTL-DSN literal in the program itself.
       SET-DAY-RULES SECTION.
           MOVE 'N' TO PGM-FND-FLAG VOCAB-FLAG CHARSET-FLAG
                       BLANKOK-FLAG VENTFMT-FLAG
           SET PGM-KNOWN TO TRUE
           EVALUATE STAGE-PGM
             WHEN 'DAY1PZL1'
               SET BLANK-LINES-OK TO TRUE
               MOVE '0123456789, ' TO ALLOWED-SET
               MOVE 12 TO ALLOWED-LEN
      *> The 2021 day-5 vent feed is 'x1,y1 -> x2,y2' per line -
      *> the character set alone would pass '1,2,3 -> 4', so the
      *> four-number shape is checked as well.
             WHEN 'DAY5PZL1'
               MOVE 'D5PZ1CTL.txt' TO CTL-DSN
               MOVE 22 TO MAX-LEN
               SET CHARSET-CHECKED TO TRUE
               SET VENTFMT-CHECKED TO TRUE
               MOVE '0123456789,-> ' TO ALLOWED-SET
               MOVE 14 TO ALLOWED-LEN
             WHEN 'DAY5PZL2'
               MOVE 'D5PZ2CTL.txt' TO CTL-DSN
               MOVE 22 TO MAX-LEN
               SET CHARSET-CHECKED TO TRUE
               SET VENTFMT-CHECKED TO TRUE
               MOVE '0123456789,-> ' TO ALLOWED-SET
               MOVE 14 TO ALLOWED-LEN
             WHEN 'DAY04'
               MOVE 'D04CTL.txt' TO CTL-DSN
               MOVE 140 TO MAX-LEN
             END-PERFORM
           END-IF

           IF VENTFMT-CHECKED AND NOT LINE-BAD
             PERFORM CHECK-VENT-SHAPE
           END-IF

           IF VOCAB-CHECKED AND NOT LINE-BAD
             MOVE SPACES TO CAND-CMD CAND-NUM
             UNSTRING CAND-REC DELIMITED BY ALL SPACES
           END-IF
           .

      *> Exactly one arrow with exactly two numbers either side of
      *> it - the range check against the 0-999 floor stays with
      *> the day programs, which report it as an OFFGRID exception.
       CHECK-VENT-SHAPE SECTION.
           MOVE 0 TO CAND-ARROW-CNT
           INSPECT CAND-REC TALLYING CAND-ARROW-CNT FOR ALL '->'
           MOVE SPACES TO CAND-VENT-TBL CAND-VENT-END
           UNSTRING CAND-REC DELIMITED BY ' -> '
               INTO CAND-VENT-FROM CAND-VENT-TO
           END-UNSTRING
           MOVE 0 TO CAND-VENT-CNT
           UNSTRING CAND-VENT-FROM DELIMITED BY ','
               INTO CAND-VENT-FLD(1) CAND-VENT-FLD(2) CAND-VENT-END
               TALLYING IN CAND-VENT-CNT
           END-UNSTRING
           MOVE CAND-VENT-CNT TO CAND-VENT-IX
           MOVE 0 TO CAND-VENT-CNT
           UNSTRING CAND-VENT-TO DELIMITED BY ','
               INTO CAND-VENT-FLD(3) CAND-VENT-FLD(4) CAND-VENT-END
               TALLYING IN CAND-VENT-CNT
           END-UNSTRING
           IF CAND-ARROW-CNT NOT = 1 OR CAND-VENT-IX NOT = 2
              OR CAND-VENT-CNT NOT = 2
             MOVE 'NOT AN X1,Y1 -> X2,Y2 VENT LINE' TO ANOM-TEXT
             PERFORM WRITE-ANOMALY
           ELSE
             PERFORM VARYING CAND-VENT-IX FROM 1 BY 1
                       UNTIL CAND-VENT-IX > 4 OR LINE-BAD
               IF CAND-VENT-FLD(CAND-VENT-IX) = SPACES
                  OR FUNCTION TEST-NUMVAL(CAND-VENT-FLD(CAND-VENT-IX))
                     NOT = 0
                 MOVE 'VENT COORDINATE NOT NUMERIC' TO ANOM-TEXT
                 PERFORM WRITE-ANOMALY
               END-IF
             END-PERFORM
           END-IF
           .

       WRITE-ANOMALY SECTION.
           SET LINE-BAD TO TRUE
           ADD 1 TO ANOM-CNT
           WRITE STAGERPT-REC
           .

      *> Every line feeds the profile: its length, its token count
      *> and each numeric token in the first eight positions. The
      *> pass runs one past the end so the last token closes.
       PROFILE-CAND-LINE SECTION.
           MOVE 2 TO PF-IX
           MOVE LINE-LEN TO PF-VALUE
           PERFORM ADD-PROFILE-VALUE
           MOVE 0 TO TOK-POS
           MOVE 'N' TO IN-TOKEN-FLAG
           PERFORM VARYING CHR-IX FROM 1 BY 1
                     UNTIL CHR-IX > LINE-LEN + 1
             IF CHR-IX > LINE-LEN
               MOVE SPACE TO TOK-CHR
             ELSE
               MOVE CAND-REC(CHR-IX:1) TO TOK-CHR
             END-IF
             IF TOK-CHR = SPACE OR TOK-CHR = ',' OR TOK-CHR = ';'
                OR TOK-CHR = ':' OR TOK-CHR = '|'
               IF IN-TOKEN
                 PERFORM END-PROFILE-TOKEN
               END-IF
             ELSE
               IF NOT IN-TOKEN
                 SET IN-TOKEN TO TRUE
                 MOVE CHR-IX TO TOK-START
               END-IF
             END-IF
           END-PERFORM
           MOVE 3 TO PF-IX
           MOVE TOK-POS TO PF-VALUE
           PERFORM ADD-PROFILE-VALUE
           .

       END-PROFILE-TOKEN SECTION.
           MOVE 'N' TO IN-TOKEN-FLAG
           ADD 1 TO TOK-POS
           COMPUTE TOK-LEN = CHR-IX - TOK-START
           IF TOK-POS > 8 OR TOK-LEN > 13
             EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(CAND-REC(TOK-START:TOK-LEN)) = 0
             COMPUTE PF-VALUE =
                 FUNCTION NUMVAL(CAND-REC(TOK-START:TOK-LEN))
             COMPUTE PF-IX = TOK-POS + 3
             PERFORM ADD-PROFILE-VALUE
           END-IF
           .

       ADD-PROFILE-VALUE SECTION.
           IF PF-N(PF-IX) = 0
             MOVE PF-VALUE TO PF-MIN(PF-IX) PF-MAX(PF-IX)
           ELSE
             IF PF-VALUE < PF-MIN(PF-IX)
               MOVE PF-VALUE TO PF-MIN(PF-IX)
             END-IF
             IF PF-VALUE > PF-MAX(PF-IX)
               MOVE PF-VALUE TO PF-MAX(PF-IX)
             END-IF
           END-IF
           ADD 1 TO PF-N(PF-IX)
           ADD PF-VALUE TO PF-SUM(PF-IX)
           .

      *> The accepted feed's profile against its baseline, onto the
      *> drift report and then the profile history.
       PROFILE-FEED SECTION.
           MOVE 5 TO BASE-KEEP
           MOVE SPACES TO PROF-TEXT
           ACCEPT PROF-TEXT FROM ENVIRONMENT 'STAGEIN_BASELINE'
           IF PROF-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(PROF-TEXT) = 0
              AND FUNCTION NUMVAL(PROF-TEXT) >= 1
              AND FUNCTION NUMVAL(PROF-TEXT) <= 999
             COMPUTE BASE-KEEP = FUNCTION NUMVAL(PROF-TEXT)
           END-IF
           MOVE 3 TO BASE-MIN
           IF BASE-KEEP < 3
             MOVE BASE-KEEP TO BASE-MIN
           END-IF
           MOVE 25 TO DRIFT-TOL
           MOVE SPACES TO PROF-TEXT
           ACCEPT PROF-TEXT FROM ENVIRONMENT 'STAGEIN_DRIFTPCT'
           IF PROF-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(PROF-TEXT) = 0
              AND FUNCTION NUMVAL(PROF-TEXT) >= 1
              AND FUNCTION NUMVAL(PROF-TEXT) <= 99999
             COMPUTE DRIFT-TOL = FUNCTION NUMVAL(PROF-TEXT)
           END-IF
           MOVE 'N' TO REBASE-SW
           ACCEPT REBASE-SW FROM ENVIRONMENT 'STAGEIN_REBASE'

           MOVE 1 TO PF-IX
           MOVE LINE-NO TO PF-VALUE
           PERFORM ADD-PROFILE-VALUE
           PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > 11
             IF PF-N(PF-IX) > 0
               COMPUTE PF-MEAN(PF-IX) ROUNDED =
                   PF-SUM(PF-IX) / PF-N(PF-IX)
             END-IF
           END-PERFORM

           PERFORM LOAD-PROFILE-BASELINE

           MOVE 'FEEDDRFT' TO RPGN-RPT
           PERFORM NEXT-RPTGEN
           MOVE RPGN-DSN TO DRFTRPT-DSN
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT DRFTRPT
           MOVE SPACES TO DRFTRPT-REC
           STRING 'FEED PROFILE FOR ' STAGE-PGM ' - '
                  FUNCTION TRIM(CAND-DSN) ' RUN ' RUN-ID
                  DELIMITED BY SIZE INTO DRFTRPT-REC
           WRITE DRFTRPT-REC
           MOVE SPACES TO DRFTRPT-REC
           IF BASE-USED < BASE-MIN
             STRING 'BASELINE BUILDING - ' BASE-USED ' OF '
                    BASE-MIN ' PROFILE(S) NEEDED, NO COMPARISON'
                    DELIMITED BY SIZE INTO DRFTRPT-REC
           ELSE
             STRING 'BASELINE - MEAN OF THE LAST ' BASE-USED
                    ' UNDRIFTED PROFILE(S), TOLERANCE ' DRIFT-TOL
                    ' PERCENT'
                    DELIMITED BY SIZE INTO DRFTRPT-REC
           END-IF
           WRITE DRFTRPT-REC
           MOVE SPACES TO DRFTRPT-REC
           WRITE DRFTRPT-REC
           STRING 'MEASURE       OBS            MIN            MAX'
                  '             MEAN    BASELINE MEAN   DRIFT% STATUS'
                  DELIMITED BY SIZE INTO DRFTRPT-REC
           WRITE DRFTRPT-REC

           MOVE 0 TO DRIFT-CNT
           PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > 11
             IF PF-N(PF-IX) > 0 OR BL-N(PF-IX) > 0
               PERFORM JUDGE-PROFILE-MEASURE
             END-IF
           END-PERFORM

           MOVE SPACES TO DRFTRPT-REC
           WRITE DRFTRPT-REC
           IF DRIFT-CNT > 0 AND REBASE-SW = 'Y'
             MOVE 'STAGEIN_REBASE=Y - THIS PROFILE JOINS THE BASELINE'
               TO DRFTRPT-REC
             WRITE DRFTRPT-REC
           END-IF
           MOVE SPACES TO STAGERPT-REC
           STRING 'PROFILE: ' DRIFT-CNT ' MEASURE(S) DRIFTED FROM '
                  'THE BASELINE OF ' BASE-USED ' FEED(S) - SEE '
                  FUNCTION TRIM(DRFTRPT-DSN)
                  DELIMITED BY SIZE INTO STAGERPT-REC
           MOVE STAGERPT-REC TO DRFTRPT-REC
           WRITE DRFTRPT-REC
           CLOSE DRFTRPT
           WRITE STAGERPT-REC
           DISPLAY STAGERPT-REC

           PERFORM WRITE-FEED-PROFILE
           .

      *> One measure: drifted when its mean moves past the tolerance
      *> (against the baseline mean, or 1 if that is smaller), when
      *> a field every baseline feed had is missing, or when a field
      *> no baseline feed had appears.
       JUDGE-PROFILE-MEASURE SECTION.
           MOVE SPACES TO DRIFT-NOTE
           MOVE 'N' TO PF-DRIFT(PF-IX)
           MOVE 0 TO BASE-MEAN DRIFT-CALC
           IF BL-N(PF-IX) > 0
             COMPUTE BASE-MEAN ROUNDED =
                 BL-MEAN-SUM(PF-IX) / BL-N(PF-IX)
           END-IF
           EVALUATE TRUE
             WHEN BASE-USED < BASE-MIN
               MOVE 'PROFILED' TO DRIFT-NOTE
             WHEN PF-N(PF-IX) = 0
               IF BL-N(PF-IX) = BASE-USED
                 MOVE 'Y' TO PF-DRIFT(PF-IX)
                 MOVE 'DRIFT - FIELD ABSENT' TO DRIFT-NOTE
               ELSE
                 MOVE 'ABSENT, AS BEFORE' TO DRIFT-NOTE
               END-IF
             WHEN BL-N(PF-IX) = 0
               MOVE 'Y' TO PF-DRIFT(PF-IX)
               MOVE 'DRIFT - NEW FIELD' TO DRIFT-NOTE
             WHEN OTHER
               MOVE BASE-MEAN TO BASE-DENOM
               IF BASE-DENOM < 0
                 COMPUTE BASE-DENOM = 0 - BASE-DENOM
               END-IF
               IF BASE-DENOM < 1
                 MOVE 1 TO BASE-DENOM
               END-IF
               COMPUTE DRIFT-CALC ROUNDED =
                   (PF-MEAN(PF-IX) - BASE-MEAN) * 100 / BASE-DENOM
               IF DRIFT-CALC < 0
                 COMPUTE DRIFT-CALC = 0 - DRIFT-CALC
               END-IF
               IF DRIFT-CALC > DRIFT-TOL
                 MOVE 'Y' TO PF-DRIFT(PF-IX)
                 MOVE 'DRIFT' TO DRIFT-NOTE
               ELSE
                 MOVE 'OK' TO DRIFT-NOTE
               END-IF
           END-EVALUATE
           IF PF-DRIFT(PF-IX) = 'Y'
             ADD 1 TO DRIFT-CNT
           END-IF

           MOVE PF-N(PF-IX) TO PF-OBS-ED
           MOVE PF-MIN(PF-IX) TO PF-MIN-ED
           MOVE PF-MAX(PF-IX) TO PF-MAX-ED
           MOVE PF-MEAN(PF-IX) TO PF-MEAN-ED
           MOVE BASE-MEAN TO BASE-MEAN-ED
           IF DRIFT-CALC > 9999999
             MOVE 9999999 TO DRIFT-CALC
           END-IF
           MOVE DRIFT-CALC TO DRIFT-PCT-ED
           MOVE SPACES TO DRFTRPT-REC
           STRING PF-NAME(PF-IX) ' ' PF-OBS-ED ' ' PF-MIN-ED ' '
                  PF-MAX-ED ' ' PF-MEAN-ED ' ' BASE-MEAN-ED ' '
                  DRIFT-PCT-ED ' ' DRIFT-NOTE
                  DELIMITED BY SIZE INTO DRFTRPT-REC
           IF PF-N(PF-IX) = 0
             MOVE SPACES TO DRFTRPT-REC(10:64)
           END-IF
           IF BL-N(PF-IX) = 0
             MOVE SPACES TO DRFTRPT-REC(74:16)
           END-IF
           WRITE DRFTRPT-REC
           IF PF-DRIFT(PF-IX) = 'Y'
             DISPLAY 'STAGEIN: PROFILE ' FUNCTION TRIM(DRFTRPT-REC)
           END-IF
           .

      *> Two passes over the history: the first counts this
      *> program's undrifted profiles, the second adds the newest
      *> BASE-KEEP of them into the baseline. A profile's measures
      *> follow its RECORDS line, written in the one burst.
       LOAD-PROFILE-BASELINE SECTION.
           MOVE 0 TO BASE-FEEDS BASE-ORD BASE-USED
           MOVE 'C' TO FEEDPROF-FLAG
           OPEN INPUT FEEDPROF
           IF FEEDPROF-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-FEEDPROF-REC
           PERFORM UNTIL FEEDPROF-EOF
             IF FEEDPROF-REC(1:8) = STAGE-PGM
                AND FEEDPROF-REC(28:8) = 'RECORDS'
                AND FEEDPROF-REC(94:1) = 'N'
               ADD 1 TO BASE-FEEDS
             END-IF
             PERFORM READ-FEEDPROF-REC
           END-PERFORM
           CLOSE FEEDPROF

           MOVE 'N' TO BASE-FEED-FLAG
           MOVE 'C' TO FEEDPROF-FLAG
           OPEN INPUT FEEDPROF
           PERFORM READ-FEEDPROF-REC
           PERFORM UNTIL FEEDPROF-EOF
             IF FEEDPROF-REC(1:8) = STAGE-PGM
               IF FEEDPROF-REC(28:8) = 'RECORDS'
                 MOVE 'N' TO BASE-FEED-FLAG
                 IF FEEDPROF-REC(94:1) = 'N'
                   ADD 1 TO BASE-ORD
                   IF BASE-ORD + BASE-KEEP > BASE-FEEDS
                     SET BASE-FEED-IN TO TRUE
                     ADD 1 TO BASE-USED
                   END-IF
                 END-IF
               END-IF
               IF BASE-FEED-IN
                 PERFORM ADD-BASELINE-MEASURE
               END-IF
             END-IF
             PERFORM READ-FEEDPROF-REC
           END-PERFORM
           CLOSE FEEDPROF
           .

       ADD-BASELINE-MEASURE SECTION.
           PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > 11
             IF PF-NAME(PF-IX) = FEEDPROF-REC(28:8)
                AND FUNCTION TEST-NUMVAL(FEEDPROF-REC(76:17)) = 0
               ADD 1 TO BL-N(PF-IX)
               COMPUTE BL-MEAN-SUM(PF-IX) = BL-MEAN-SUM(PF-IX)
                   + FUNCTION NUMVAL(FEEDPROF-REC(76:17))
             END-IF
           END-PERFORM
           .

       WRITE-FEED-PROFILE SECTION.
           OPEN EXTEND FEEDPROF
           IF FEEDPROF-FS = '35'
             OPEN OUTPUT FEEDPROF
           END-IF
           PERFORM VARYING PF-IX FROM 1 BY 1 UNTIL PF-IX > 11
             IF PF-N(PF-IX) > 0
               MOVE SPACES TO FEEDPROF-REC
               MOVE STAGE-PGM TO FEEDPROF-REC(1:8)
               MOVE ARRV-DATE TO FEEDPROF-REC(10:8)
               MOVE ARRV-TIME TO FEEDPROF-REC(19:8)
               MOVE PF-NAME(PF-IX) TO FEEDPROF-REC(28:8)
               MOVE PF-N(PF-IX) TO FEEDPROF-REC(37:8)
               MOVE PF-MIN(PF-IX) TO LIM-OUT
               MOVE LIM-OUT TO FEEDPROF-REC(46:14)
               MOVE PF-MAX(PF-IX) TO LIM-OUT
               MOVE LIM-OUT TO FEEDPROF-REC(61:14)
               MOVE PF-MEAN(PF-IX) TO MEAN-OUT
               MOVE MEAN-OUT TO FEEDPROF-REC(76:17)
               IF DRIFT-CNT > 0 AND REBASE-SW NOT = 'Y'
                 MOVE 'Y' TO FEEDPROF-REC(94:1)
               ELSE
                 MOVE 'N' TO FEEDPROF-REC(94:1)
               END-IF
               MOVE RUN-ID TO FEEDPROF-REC(96:16)
               WRITE FEEDPROF-REC
             END-IF
           END-PERFORM
           CLOSE FEEDPROF
           .

       READ-FEEDPROF-REC SECTION.
           READ FEEDPROF
           PERFORM UNTIL FEEDPROF-FS NOT = '00'
                      OR FEEDPROF-REC(1:1) NOT = '*'
             READ FEEDPROF
           END-PERFORM
           IF FEEDPROF-FS NOT = '00'
             SET FEEDPROF-EOF TO TRUE
           END-IF
           .

       TELL-FEED-DRIFT SECTION.
           MOVE 'FP0001' TO MSG-ID
           MOVE 'W' TO MSG-SEV
           MOVE 'STAGEIN' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           STRING FUNCTION TRIM(STAGE-PGM) ' FEED PROFILE DRIFTED ON '
                  DRIFT-CNT ' MEASURE(S) - SEE FEEDDRFT'
                  DELIMITED BY SIZE INTO MSG-TEXT
           MOVE RETURN-CODE TO PF-VALUE
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           MOVE PF-VALUE TO RETURN-CODE
           IF RETURN-CODE < 4
             MOVE 4 TO RETURN-CODE
           END-IF
           .

      *> The whole point of the gatekeeper: the control total is
      *> written by the program that actually counted the records,
      *> not typed in by hand.
           END-IF
           .

       COPY SPLRRD.

       COPY RUNIDGT.

       COPY RPGNGET.

       COPY SBOXRS.

       COPY MLBLCK.
