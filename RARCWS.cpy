      *> Shared working-storage for the report archive bundles (see
      *> RARCSEL.cpy and RARCFD.cpy). A reader moves the bundle name
      *> into RARC-DSN and the generation into RARC-GEN and PERFORMs
      *> EXTRACT-ARCH-MEMBER (RARCRD.cpy); RARC-EXTRACTED set after
      *> means the member's lines are in the work file named by
      *> RARC-MEMB-DSN, ready to be read like the loose file was.
           05 RPTARCB-FS      PIC XX.
           05 RPTARCM-FS      PIC XX.
           05 RARC-DSN        PIC X(80).
           05 RARC-MEMB-DSN   PIC X(80).
           05 RARC-GEN        PIC X(4).
           05 RARC-LINES      PIC 9(8).
           05 RPTARCB-FLAG    PIC X    VALUE 'C'.
              88 RPTARCB-EOF           VALUE 'E'.
           05 RPTARCM-FLAG    PIC X    VALUE 'C'.
              88 RPTARCM-EOF           VALUE 'E'.
           05 RARC-XTR-FLAG   PIC X    VALUE 'N'.
              88 RARC-EXTRACTED        VALUE 'Y'.
           05 RARC-COPY-FLAG  PIC X    VALUE 'N'.
              88 RARC-COPYING          VALUE 'Y'.
