      *> Appends the submission table row SUB-IX (the SB- fields
      *> every STARSUB.txt writer keeps) to the change log, stamped
      *> now and with the session operator and run id - the way
      *> CERTMNT's WRITE-CERTLOG-REC logs a certification. A log
      *> that cannot be opened is said so on the console; the
      *> change itself still goes to the master.
       WRITE-SUBLOG-REC SECTION.
           ACCEPT SUBL-DATE FROM DATE YYYYMMDD
           ACCEPT SUBL-TIME FROM TIME
           OPEN EXTEND SUBLOG
           IF SUBLOG-FS = '35'
             OPEN OUTPUT SUBLOG
           END-IF
           IF SUBLOG-FS NOT = '00'
             DISPLAY FUNCTION TRIM(SUBL-PGM) ': SUBLOG.TXT COULD '
                     'NOT BE OPENED, STATUS ' SUBLOG-FS
                     ' - CHANGE NOT LOGGED'
             EXIT SECTION
           END-IF
           MOVE SPACES TO SUBLOG-REC
           STRING SUBL-DATE ' ' SUBL-TIME ' ' SUBL-ACTION ' '
                  SB-PGM(SUB-IX) ' ' SB-LABEL(SUB-IX) ' '
                  SB-VALUE(SUB-IX) ' ' SB-DATE(SUB-IX) ' '
                  SB-STATUS(SUB-IX) ' ' SB-ATTEMPTS(SUB-IX) ' '
                  SB-TIME(SUB-IX) ' ' OPERATOR-ID ' ' SUBL-PGM
                  ' ' RUN-ID
                  INTO SUBLOG-REC
           WRITE SUBLOG-REC
           CLOSE SUBLOG
           .
