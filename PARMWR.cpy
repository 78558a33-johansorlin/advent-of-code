      *> run actually used after defaulting and validation - the
      *> register answers "what was in force", not "what was
      *> typed". OPEN EXTEND fails with '35' the very first time -
      *> fall back to OPEN OUTPUT, as OPEN-ANSHIST does, header
      *> label first. A knob or two per run keeps this
      *> open-per-write cheap.
       WRITE-RUNPARM SECTION.
           ACCEPT PARM-DATE FROM DATE YYYYMMDD
           ACCEPT PARM-TIME FROM TIME
           OPEN EXTEND PARMREG
           IF PARMREG-FS = '35'
             OPEN OUTPUT PARMREG
             IF PARMREG-FS = '00'
               MOVE 'PARMREG' TO MLBL-FILE
               MOVE RUN-ID TO MLBL-RUN-ID
               PERFORM BUILD-MASTER-HDR
               MOVE MLBL-REC TO PARMREG-REC
               WRITE PARMREG-REC
             END-IF
           END-IF
           MOVE SPACES TO PARMREG-REC
           MOVE PARM-PGM TO PARMREG-REC(1:8)
