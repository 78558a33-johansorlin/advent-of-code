      *> Re-proves one input archive (see ARCVWS.cpy). The archive
      *> is fingerprinted again by the very rule that recorded the
      *> original (COMPUTE-FINGERPRINT, FNGPWR.cpy) and compared
      *> with the register entry for the same program and date:
      *>   MISSING      the archive is no longer on disk
      *>   TRUNCATED    fewer bytes or fewer records than recorded
      *>   ALTERED      the same length or longer, but a different
      *>                size, record count or checksum
      *>   VERIFIED     size, record count and checksum all agree
      *> The program writes its register entry right after taking
      *> the archive, under the run id of the run - the run's date
      *> and start time - so the entry that belongs to an archive
      *> is the last one for the program stamped no later than the
      *> archive itself. A batch that started before midnight and
      *> archived after it stamps the day before, which is taken
      *> when the archive's own day has no entry.
       VERIFY-ARCHIVE SECTION.
           MOVE SPACES TO ARCV-VERDICT ARCV-REG-RUNID
           MOVE 0 TO ARCV-REG-SIZE ARCV-REG-RECS ARCV-REG-CHK
           PERFORM FIND-ARCHIVE-FNGP
           MOVE ARCV-DSN TO FNGP-DSN
           PERFORM COMPUTE-FINGERPRINT
           EVALUATE TRUE
             WHEN FNGP-FILE-MISSING
               SET ARCV-MISSING TO TRUE
             WHEN ARCV-REG-RUNID = SPACES
               SET ARCV-UNREGISTERED TO TRUE
             WHEN FNGP-SIZE = ARCV-REG-SIZE
                  AND FNGP-RECS = ARCV-REG-RECS
                  AND FNGP-CHK = ARCV-REG-CHK
               SET ARCV-VERIFIED TO TRUE
             WHEN FNGP-SIZE < ARCV-REG-SIZE
                  OR FNGP-RECS < ARCV-REG-RECS
               SET ARCV-TRUNCATED TO TRUE
             WHEN OTHER
               SET ARCV-ALTERED TO TRUE
           END-EVALUATE
           .

      *> Register offsets per FNGPFD.cpy: PGM(1:8) RUN-ID(10:16)
      *> SIZE(27:10) RECORDS(38:8) CHECKSUM(47:9).
       FIND-ARCHIVE-FNGP SECTION.
           MOVE SPACES TO ARCV-REG-REC ARCV-ALT-REC
           MOVE ARCV-DATE TO ARCV-STAMP(1:8)
           MOVE ARCV-TIME TO ARCV-STAMP(9:8)
           MOVE 0 TO ARCV-PREV-DATE
           IF ARCV-DATE IS NUMERIC
             COMPUTE ARCV-PREV-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(ARCV-DATE)) - 1)
           END-IF
           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'C' TO ARCV-REG-FLAG
           OPEN INPUT FINGPRNT
           IF FINGPRNT-FS NOT = '00'
             EXIT SECTION
           END-IF
           PERFORM READ-ARCV-REG-REC
           PERFORM UNTIL ARCV-REG-EOF
             IF FINGPRNT-REC(1:8) = ARCV-PGM
                AND FINGPRNT-REC(10:16) NOT > ARCV-STAMP
               IF FINGPRNT-REC(10:8) = ARCV-DATE
                 MOVE FINGPRNT-REC TO ARCV-REG-REC
               ELSE
                 IF FINGPRNT-REC(10:8) = ARCV-PREV-DATE
                   MOVE FINGPRNT-REC TO ARCV-ALT-REC
                 END-IF
               END-IF
             END-IF
             PERFORM READ-ARCV-REG-REC
           END-PERFORM
           CLOSE FINGPRNT
           IF ARCV-REG-REC = SPACES
             MOVE ARCV-ALT-REC TO ARCV-REG-REC
           END-IF
           IF ARCV-REG-REC NOT = SPACES
              AND ARCV-REG-REC(27:10) IS NUMERIC
              AND ARCV-REG-REC(38:8) IS NUMERIC
              AND ARCV-REG-REC(47:9) IS NUMERIC
             MOVE ARCV-REG-REC(10:16) TO ARCV-REG-RUNID
             MOVE ARCV-REG-REC(27:10) TO ARCV-REG-SIZE
             MOVE ARCV-REG-REC(38:8) TO ARCV-REG-RECS
             MOVE ARCV-REG-REC(47:9) TO ARCV-REG-CHK
           END-IF
           .

       READ-ARCV-REG-REC SECTION.
           READ FINGPRNT
           PERFORM UNTIL FINGPRNT-FS NOT = '00'
                      OR FINGPRNT-REC(1:1) NOT = '*'
             MOVE 'FINGPRNT' TO MLBL-FILE
             MOVE FINGPRNT-REC TO MLBL-REC
             PERFORM CHECK-MASTER-LABEL
             READ FINGPRNT
           END-PERFORM
           IF FINGPRNT-FS NOT = '00'
             SET ARCV-REG-EOF TO TRUE
           END-IF
           .
