      *> ties this record to the same run's ANSHIST/RESRPT/STEPRPT
      *> records. The caller moves AUDT-PGM once and AUDT-EVENT/
      *> AUDT-RC before each PERFORM WRITE-AUDTLOG, and has PERFORMed
      *> GET-RUN-ID (RUNIDGT.cpy) at start-of-run. The compile stamp
      *> (AUDT-BUILD, spaces for a program that does not carry one)
      *> follows at offset 71, and the run type (RUNIWS.cpy) closes
      *> the line at offset 88.
       WRITE-AUDTLOG SECTION.
           ACCEPT AUDT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDT-TIME FROM TIME
           MOVE SPACES TO AUDTLOG-REC
           STRING AUDT-PGM ' ' AUDT-DATE ' ' AUDT-TIME
                  ' ' AUDT-EVENT ' RC=' AUDT-RC
                  ' ' RUN-ID ' ' OPERATOR-ID ' ' AUDT-BUILD
                  ' ' RUN-TYPE
                  INTO AUDTLOG-REC
           WRITE AUDTLOG-REC
           .
