      *> STEPHIST or FINGPRNT); unset cuts all four. Run it at a
      *> period boundary, never mid-batch - the run interlock is
      *> honored so it cannot cut logs out from under a live run.
      *>
      *> A log whose uncut period - from its last cut to today - an
      *> audit hold covers (HOLDREG.txt - see HOLDCK.cpy: a held
      *> run, a held date range, or a hold on the log's own name)
      *> is not cut; it is reported as held and its live file is
      *> left whole until the hold is released.
      *>
      *> Each segment ends with a trailer label holding its record
      *> count and hash (MLBLCK.cpy); label records are not counted.
      *> The shared writers stamp a header label when they recreate
      *> the retired live file, so a log cut once is labeled from
      *> then on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY LOCKSEL.

           COPY HOLDSEL.

           SELECT LIVEFILE ASSIGN TO DYNAMIC LIVE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIVEFILE-FS.

       COPY LOCKFD.

       COPY HOLDFD.

       FD  LIVEFILE.
       01  LIVEFILE-REC       PIC X(160).

           COPY RUNIWS.
           COPY LSEGWS.
           COPY LOCKWS.
           COPY HOLDWS.
           05 LIVEFILE-FS     PIC XX.
           05 LIVE-DSN        PIC X(80).
           05 ONLY-FILE       PIC X(8).
           05 SEG-DSN         PIC X(80).
           05 SEG-RECS        PIC 9(8).
           05 CUT-CNT         PIC 9(2)  VALUE 0.
           05 HELD-CNT        PIC 9(2)  VALUE 0.
           05 LAST-CUT-DATE   PIC 9(8).
           05 COPY-STATUS     PIC 9(9) COMP-5.
           05 DEL-STATUS      PIC 9(9) COMP-5.


       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.

           ACCEPT CUT-DATE FROM DATE YYYYMMDD
           ACCEPT CUT-TIME FROM TIME
           PERFORM LOAD-HOLDS

           PERFORM VARYING CUT-IX FROM 1 BY 1 UNTIL CUT-IX > 4
             IF ONLY-FILE = SPACES

           DISPLAY 'LOGSEG: ' CUT-CNT ' LOG(S) CUT INTO DATED '
                   'SEGMENTS - SEE LOGSEGS.TXT'
           IF HELD-CNT > 0
             DISPLAY 'LOGSEG: ' HELD-CNT ' LOG(S) HELD UNDER AUDIT '
                     'HOLD AND NOT CUT - SEE HOLDRPT'
           END-IF

           PERFORM RELEASE-RUN-LOCK

             DISPLAY 'LOGSEG: ' CUT-KEY(CUT-IX) ' HAS NO LIVE '
                     'FILE - NOTHING TO CUT'
           ELSE
             PERFORM RESET-LABEL-HASH
             PERFORM READ-LIVEFILE-REC
             PERFORM UNTIL LIVEFILE-EOF
               IF LIVEFILE-REC(1:1) NOT = '*'
                 ADD 1 TO SEG-RECS
                 MOVE LIVEFILE-REC TO MLBL-DATA
                 PERFORM ADD-LABEL-HASH
               END-IF
               PERFORM READ-LIVEFILE-REC
             END-PERFORM
             CLOSE LIVEFILE
             IF SEG-RECS = 0
               DISPLAY 'LOGSEG: ' CUT-KEY(CUT-IX) ' IS EMPTY - '
                       'NOTHING TO CUT'
               EXIT SECTION
             END-IF
             PERFORM CHECK-LOG-HOLD
             IF HOLD-HIT
               ADD 1 TO HELD-CNT
               DISPLAY 'LOGSEG: ' CUT-KEY(CUT-IX) ' HELD BY HOLD '
                       HOLD-HIT-ID ' ('
                       FUNCTION TRIM(HOLD-HIT-REASON)
                       ') - LIVE FILE NOT CUT'
             ELSE
               MOVE SPACES TO SEG-DSN
               STRING FUNCTION TRIM(CUT-KEY(CUT-IX)) '_S'
                         'UNTOUCHED'
                 MOVE 8 TO RETURN-CODE
               ELSE
                 PERFORM WRITE-SEGMENT-TRAILER
                 PERFORM WRITE-LOGSEGS-REC
                 CALL 'CBL_DELETE_FILE' USING LIVE-DSN
                     RETURNING DEL-STATUS
           END-IF
           .

       CHECK-LOG-HOLD SECTION.
           PERFORM FIND-LAST-CUT
           INITIALIZE HOLD-CHK-ITEM
           MOVE LAST-CUT-DATE TO HOLD-CHK-FROM
           MOVE CUT-DATE TO HOLD-CHK-TO
           MOVE CUT-KEY(CUT-IX) TO HOLD-CHK-FAM(1)
           MOVE CUT-DSN(CUT-IX) TO HOLD-CHK-FAM(2)
           PERFORM CHECK-HOLDS
           .

      *> The live file holds everything since the log's last cut
      *> (the same day included); a log never cut reaches back to
      *> the beginning.
       FIND-LAST-CUT SECTION.
           MOVE 1 TO LAST-CUT-DATE
           MOVE 'C' TO LOGSEGS-FLAG
           OPEN INPUT LOGSEGS
           IF LOGSEGS-FS = '00'
             PERFORM READ-LOGSEGS-REC
             PERFORM UNTIL LOGSEGS-EOF
               IF LOGSEGS-REC(1:8) = CUT-KEY(CUT-IX)
                  AND LOGSEGS-REC(10:8) IS NUMERIC
                 MOVE LOGSEGS-REC(10:8) TO LAST-CUT-DATE
               END-IF
               PERFORM READ-LOGSEGS-REC
             END-PERFORM
             CLOSE LOGSEGS
           END-IF
           .

       READ-LOGSEGS-REC SECTION.
           READ LOGSEGS
           IF LOGSEGS-FS NOT = '00'
             SET LOGSEGS-EOF TO TRUE
           END-IF
           .

       WRITE-LOGSEGS-REC SECTION.
           OPEN EXTEND LOGSEGS
           IF LOGSEGS-FS = '35'
           CLOSE LOGSEGS
           .

      *> The segment is the live file byte for byte, header label
      *> and all; the trailer closes it with the count and hash of
      *> its data records (MLBLCK.cpy).
       WRITE-SEGMENT-TRAILER SECTION.
           MOVE SEG-DSN TO LSEG-DSN
           OPEN EXTEND LOGSEGF
           IF LOGSEGF-FS NOT = '00'
             DISPLAY 'LOGSEG: WARNING - NO TRAILER WRITTEN TO '
                     FUNCTION TRIM(SEG-DSN) ', FILE STATUS='
                     LOGSEGF-FS
             EXIT SECTION
           END-IF
           MOVE CUT-KEY(CUT-IX) TO MLBL-FILE
           MOVE RUN-ID TO MLBL-RUN-ID
           PERFORM BUILD-MASTER-TRL
           MOVE MLBL-REC TO LOGSEGF-REC
           WRITE LOGSEGF-REC
           CLOSE LOGSEGF
           .

       READ-LIVEFILE-REC SECTION.
           READ LIVEFILE
           IF LIVEFILE-FS NOT = '00'

       COPY LOCKTK.

       COPY HOLDCK.

       COPY SBOXRS.

       COPY MLBLCK.
