      *> Shared working-storage for the release register. The
      *> caller moves a program and compile stamp into RELR-PGM/
      *> RELR-BUILD and PERFORMs CHECK-RELEASE (RELR-APPROVED, with
      *> the approver and effective date, when the register carries
      *> the build effective on or before today); or moves a program
      *> and run id into RELR-PGM/RELR-RUN and PERFORMs
      *> FIND-RUN-BUILD for the stamp that run's START record
      *> carries on AUDTLOG.txt (see RELRRD.cpy).
           05 RELREG-FS       PIC XX.
           05 RELR-PGM        PIC X(8).
           05 RELR-BUILD      PIC X(16).
           05 RELR-RUN        PIC X(16).
           05 RELR-TODAY      PIC 9(8).
           05 RELR-APPROVER   PIC X(8).
           05 RELR-EFF-DATE   PIC X(8).
           05 RELR-STATE      PIC X.
              88 RELR-APPROVED         VALUE 'A'.
              88 RELR-PENDING          VALUE 'P'.
              88 RELR-UNREGISTERED     VALUE 'U'.
              88 RELR-NO-BUILD         VALUE 'B'.
           05 RELR-REG-FLAG   PIC X    VALUE 'N'.
              88 RELR-REG-PRESENT      VALUE 'Y'.
           05 RELREG-FLAG     PIC X    VALUE 'C'.
              88 RELREG-EOF            VALUE 'E'.
           05 RELR-AUDT-FLAG  PIC X    VALUE 'C'.
              88 RELR-AUDT-EOF         VALUE 'E'.
