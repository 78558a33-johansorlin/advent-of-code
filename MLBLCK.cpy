      *> Master label handling (see MLBLWS.cpy for the label layout).
      *>
      *> LABEL-LAYOUT-VERSION is the one place the layout versions
      *> this build reads and writes are kept. ANSHIST is at version
      *> 2 - version 1 was the 80-byte record from before sequence
      *> numbers and check values (ANSHCNVT.cbl); every other master
      *> is still at its first layout. A layout change bumps its
      *> number here, and every program rebuilt with the change
      *> understands the new version while an older build refuses
      *> it instead of misreading it.
      *>
      *> Every shared reader hands a record starting '*' to
      *> CHECK-MASTER-LABEL (MLBL-FILE naming the master it expects)
      *> and reads on - a label is never data. A header for another
      *> master, or for a layout newer than this build, stops the
      *> program with RETURN-CODE 16 the way PZLFSCHK.cpy stops an
      *> unreadable input - GOBACK, so a batch driver that CALLed it
      *> carries on to grade the step. A file with no header is
      *> from before labels existed and is read as it always was.
      *>
      *> The shared writers stamp BUILD-MASTER-HDR as the first
      *> record of a master they create, MLBL-RUN-ID naming the run
      *> that created it. The rollover and cutover utilities keep a
      *> running RESET-LABEL-HASH/ADD-LABEL-HASH over the data
      *> records of each segment they close and end it with
      *> BUILD-MASTER-TRL; the segment scanners recompute the same
      *> and VERIFY-SEGMENT-TRAILER warns when a segment no longer
      *> matches its trailer.
       LABEL-LAYOUT-VERSION SECTION.
           EVALUATE MLBL-FILE
             WHEN 'ANSHIST'
               MOVE 2 TO MLBL-VER
             WHEN OTHER
               MOVE 1 TO MLBL-VER
           END-EVALUATE
           .

       CHECK-MASTER-LABEL SECTION.
           PERFORM LABEL-LAYOUT-VERSION
           EVALUATE MLBL-REC(1:4)
             WHEN '*HDR'
               MOVE MLBL-REC(1:100) TO MLBL-HDR-REC
               IF MLBL-REC(10:8) NOT = MLBL-FILE
                 DISPLAY 'FATAL: ' FUNCTION TRIM(MLBL-FILE)
                         ' FILE CARRIES THE HEADER LABEL OF '
                         FUNCTION TRIM(MLBL-REC(10:8))
                         ' - WRONG FILE, NOT READ'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               IF MLBL-REC(19:4) IS NUMERIC
                 MOVE MLBL-REC(19:4) TO MLBL-HDR-VER
               ELSE
                 MOVE 9999 TO MLBL-HDR-VER
               END-IF
               IF MLBL-HDR-VER > MLBL-VER
                 DISPLAY 'FATAL: ' FUNCTION TRIM(MLBL-FILE)
                         ' IS LAYOUT VERSION ' MLBL-REC(19:4)
                         ' - THIS PROGRAM READS UP TO VERSION '
                         MLBL-VER '; REBUILD IT AGAINST THE NEW '
                         'LAYOUT BEFORE RUNNING IT'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
             WHEN '*TRL'
               SET MLBL-TRL-SEEN TO TRUE
               MOVE 0 TO MLBL-TRL-CNT MLBL-TRL-HASH
               IF MLBL-REC(19:8) IS NUMERIC
                 MOVE MLBL-REC(19:8) TO MLBL-TRL-CNT
               END-IF
               IF MLBL-REC(28:9) IS NUMERIC
                 MOVE MLBL-REC(28:9) TO MLBL-TRL-HASH
               END-IF
           END-EVALUATE
           .

       BUILD-MASTER-HDR SECTION.
           PERFORM LABEL-LAYOUT-VERSION
           ACCEPT MLBL-DATE FROM DATE YYYYMMDD
           ACCEPT MLBL-TIME FROM TIME
           MOVE SPACES TO MLBL-REC
           MOVE '*HDR' TO MLBL-REC(1:4)
           MOVE MLBL-FILE TO MLBL-REC(10:8)
           MOVE MLBL-VER TO MLBL-REC(19:4)
           MOVE MLBL-DATE TO MLBL-REC(24:8)
           MOVE MLBL-TIME TO MLBL-REC(33:8)
           MOVE MLBL-RUN-ID TO MLBL-REC(42:16)
           .

       BUILD-MASTER-TRL SECTION.
           ACCEPT MLBL-DATE FROM DATE YYYYMMDD
           ACCEPT MLBL-TIME FROM TIME
           MOVE SPACES TO MLBL-REC
           MOVE '*TRL' TO MLBL-REC(1:4)
           MOVE MLBL-FILE TO MLBL-REC(10:8)
           MOVE MLBL-CNT TO MLBL-REC(19:8)
           MOVE MLBL-HASH TO MLBL-REC(28:9)
           MOVE MLBL-DATE TO MLBL-REC(38:8)
           MOVE MLBL-TIME TO MLBL-REC(47:8)
           MOVE MLBL-RUN-ID TO MLBL-REC(56:16)
           .

       RESET-LABEL-HASH SECTION.
           MOVE 0 TO MLBL-CNT MLBL-HASH MLBL-TRL-CNT MLBL-TRL-HASH
           MOVE 'N' TO MLBL-TRL-FLAG
           .

      *> The same rolling checksum WRITE-FINGERPRINT takes over an
      *> input file, one data record (in MLBL-DATA) at a time.
       ADD-LABEL-HASH SECTION.
           ADD 1 TO MLBL-CNT
           COMPUTE MLBL-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(MLBL-DATA, TRAILING))
           IF MLBL-DATA = SPACES
             MOVE 0 TO MLBL-LEN
           END-IF
           PERFORM VARYING MLBL-CIX FROM 1 BY 1
                     UNTIL MLBL-CIX > MLBL-LEN
             COMPUTE MLBL-HASH = FUNCTION MOD(MLBL-HASH * 31
                 + FUNCTION ORD(MLBL-DATA(MLBL-CIX:1)),
                 999999999)
           END-PERFORM
           .

      *> A segment with no trailer was closed before trailers were
      *> written and has nothing to prove.
       VERIFY-SEGMENT-TRAILER SECTION.
           IF MLBL-TRL-SEEN
              AND (MLBL-TRL-CNT NOT = MLBL-CNT
                   OR MLBL-TRL-HASH NOT = MLBL-HASH)
             DISPLAY 'WARNING: SEGMENT ' FUNCTION TRIM(MLBL-DSN)
                     ' DOES NOT MATCH ITS TRAILER - CLOSED WITH '
                     MLBL-TRL-CNT ' RECORD(S) HASH ' MLBL-TRL-HASH
                     ', NOW ' MLBL-CNT ' HASH ' MLBL-HASH
           END-IF
           .
