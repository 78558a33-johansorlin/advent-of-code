      *> Shared almanac loader (see ALMNWS.cpy/ALMNTB.cpy). DAY05 and
      *> the reverse inquiry SEEDINQ both build the seeds table and
      *> the map layers through these sections, so the inquiry walks
      *> back through exactly the almanac the answer was computed
      *> from. The caller READs each line into PZL-REC (PIC X(240)),
      *> counts it in LINE-NO, and PERFORMs PARSE-ALMANAC-LINE; it
      *> names the SWITCHES-group flags SEEDS-SEEN and
      *> TABLE-OVERFLOW, the way every PZLINPUT reader names the
      *> flags PZLFSCHK.cpy assumes.

      *> One almanac line: the seeds header, a map header opening
      *> the next layer, a dest/source/length triple for the layer
      *> in progress, or a blank separator.
       PARSE-ALMANAC-LINE SECTION.
           EVALUATE TRUE
             WHEN PZL-REC = SPACES
               CONTINUE
             WHEN PZL-REC(1:6) = 'seeds:'
               PERFORM PARSE-SEEDS-LINE
             WHEN PZL-REC(1:1) >= '0' AND PZL-REC(1:1) <= '9'
               PERFORM PARSE-MAP-ENTRY
             WHEN OTHER
               PERFORM OPEN-MAP-LAYER
           END-EVALUATE
           .

       PARSE-SEEDS-LINE SECTION.
           IF SEEDS-SEEN
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: SECOND SEEDS LINE AT LINE ' LINE-NO
                    ' IGNORED'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           ELSE
             SET SEEDS-SEEN TO TRUE
             MOVE 0 TO PARSE-ACC PARSE-DIGITS
             PERFORM VARYING PARSE-POS FROM 7 BY 1
                       UNTIL PARSE-POS > 240
               IF PZL-REC(PARSE-POS:1) >= '0'
                  AND PZL-REC(PARSE-POS:1) <= '9'
                 COMPUTE PARSE-ACC = PARSE-ACC * 10
                   + FUNCTION NUMVAL(PZL-REC(PARSE-POS:1))
                 ADD 1 TO PARSE-DIGITS
               ELSE
                 IF PARSE-DIGITS > 0
                   PERFORM STORE-SEED-NUM
                 END-IF
               END-IF
             END-PERFORM
             IF PARSE-DIGITS > 0
               PERFORM STORE-SEED-NUM
             END-IF
           END-IF
           .

       STORE-SEED-NUM SECTION.
           IF SEED-CNT = 200
             SET TABLE-OVERFLOW TO TRUE
           ELSE
             ADD 1 TO SEED-CNT
             MOVE PARSE-ACC TO SEED-NUM(SEED-CNT)
             MOVE 0 TO SEED-LOC(SEED-CNT)
           END-IF
           MOVE 0 TO PARSE-ACC PARSE-DIGITS
           .

       OPEN-MAP-LAYER SECTION.
           IF MAP-CNT = 10
             SET TABLE-OVERFLOW TO TRUE
           ELSE
             ADD 1 TO MAP-CNT
             MOVE PZL-REC(1:30) TO MAP-NAME(MAP-CNT)
             MOVE 0 TO MAP-ENT-CNT(MAP-CNT)
           END-IF
           .

       PARSE-MAP-ENTRY SECTION.
           IF MAP-CNT = 0
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: MAP ENTRY BEFORE ANY MAP HEADER AT '
                    'LINE ' LINE-NO ' IGNORED'
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           ELSE
             MOVE 0 TO PARSE-NUM-CNT PARSE-ACC PARSE-DIGITS
             INITIALIZE PARSE-NUMS
             PERFORM VARYING PARSE-POS FROM 1 BY 1
                       UNTIL PARSE-POS > 240
                          OR PARSE-NUM-CNT > 2
               IF PZL-REC(PARSE-POS:1) >= '0'
                  AND PZL-REC(PARSE-POS:1) <= '9'
                 COMPUTE PARSE-ACC = PARSE-ACC * 10
                   + FUNCTION NUMVAL(PZL-REC(PARSE-POS:1))
                 ADD 1 TO PARSE-DIGITS
               ELSE
                 IF PARSE-DIGITS > 0
                   ADD 1 TO PARSE-NUM-CNT
                   MOVE PARSE-ACC TO PARSE-NUM(PARSE-NUM-CNT)
                   MOVE 0 TO PARSE-ACC PARSE-DIGITS
                 END-IF
               END-IF
             END-PERFORM
             IF PARSE-DIGITS > 0 AND PARSE-NUM-CNT < 3
               ADD 1 TO PARSE-NUM-CNT
               MOVE PARSE-ACC TO PARSE-NUM(PARSE-NUM-CNT)
             END-IF
             IF PARSE-NUM-CNT < 3
               MOVE SPACES TO SYSO-LINE
               STRING 'WARNING: SHORT MAP ENTRY AT LINE ' LINE-NO
                      ' IGNORED'
                      DELIMITED BY SIZE INTO SYSO-LINE
               PERFORM WRITE-SYSOUT
             ELSE
               IF MAP-ENT-CNT(MAP-CNT) = 100
                 SET TABLE-OVERFLOW TO TRUE
               ELSE
                 ADD 1 TO MAP-ENT-CNT(MAP-CNT)
                 MOVE PARSE-NUM(1)
                   TO MAP-DST(MAP-CNT, MAP-ENT-CNT(MAP-CNT))
                 MOVE PARSE-NUM(2)
                   TO MAP-SRC(MAP-CNT, MAP-ENT-CNT(MAP-CNT))
                 MOVE PARSE-NUM(3)
                   TO MAP-LEN(MAP-CNT, MAP-ENT-CNT(MAP-CNT))
                 MOVE LINE-NO
                   TO MAP-LINE(MAP-CNT, MAP-ENT-CNT(MAP-CNT))
               END-IF
             END-IF
           END-IF
           .
