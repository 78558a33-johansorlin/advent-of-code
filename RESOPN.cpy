           ACCEPT RES-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RESRPT-DSN
           STRING 'RESRPT' RES-DATE '.txt' INTO RESRPT-DSN
           IF SHADOW-ACTIVE
             MOVE RESRPT-DSN TO SBOX-WRK-DSN
             PERFORM SHDW-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO RESRPT-DSN
           END-IF
           OPEN EXTEND RESRPT
           IF RESRPT-FS = '35'
             OPEN OUTPUT RESRPT
