      *> a non-zero ARCH-STATUS is reported but does not fail the run,
      *> since the puzzle answer itself does not depend on archiving.
       ARCHIVE-PZLINPUT SECTION.
      *> The production step just archived this very input; a
      *> shadow run (SBOXWS.cpy) adds nothing to the archive.
           IF SHADOW-ACTIVE
             EXIT SECTION
           END-IF
           ACCEPT ARCH-DATE FROM DATE YYYYMMDD
           ACCEPT ARCH-TIME FROM TIME
           MOVE SPACES TO ARCH-DST-DSN
           CALL 'CBL_COPY_FILE' USING ARCH-SRC-DSN ARCH-DST-DSN
               RETURNING ARCH-STATUS
           IF ARCH-STATUS NOT = 0
             MOVE ARCH-STATUS TO SYSO-NUM
             MOVE SPACES TO SYSO-LINE
             STRING 'WARNING: COULD NOT ARCHIVE INPUT FILE, STATUS='
                    FUNCTION TRIM(SYSO-NUM)
                    DELIMITED BY SIZE INTO SYSO-LINE
             PERFORM WRITE-SYSOUT
           ELSE
      *> Catalog the archive just taken (see ARCCSEL.cpy) so the
      *> housekeeping purge and the as-of rerun lookup can find it by
