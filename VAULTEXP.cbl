       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTEXP.

      *> Off-site vault export. The BKUP_G#### generations sit in the
      *> same directory as the live files, so losing the directory
      *> loses both. This packs every master on MSTRLST.cpy and
      *> everything on VLTLST.cpy - catalogs, logs and control
      *> masters - into one sequential transport file (layout in
      *> VLTFD.cpy) for the weekly off-site run: a bundle header,
      *> then per member a header carrying its name, record count,
      *> byte size and checksum ahead of its lines, then a trailer
      *> totalling the lot. VAULTIMP.cbl verifies a bundle and
      *> restores from it.
      *>
      *> The bundle is VAULT_DSN, default VAULT_YYYYMMDD.txt. A
      *> member not on disk is reported and left out - the first
      *> night of a new log is no failure - and the bundle header
      *> records a sandbox export, whose members are the SANDBOX_
      *> copies. Each member is read twice, once to measure and once
      *> to copy; a member that changes between the two fails the
      *> export (RC 8) rather than ship a header that lies.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VLTSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY VLTFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUDTWS.
           COPY VLTWS.
           05 EXP-DATE        PIC 9(8).
           05 EXP-TIME        PIC 9(8).
           05 MEMB-NAME       PIC X(20).
           05 MEMB-IX         PIC S9(4) COMP.
           05 ABSENT-CNT      PIC 9(4)  VALUE 0.
           05 FAIL-CNT        PIC 9(4)  VALUE 0.
           05 EXIST-STAT      PIC 9(9) COMP-5.
           05 HDR-RECS        PIC 9(9).
           05 HDR-BYTES       PIC 9(12).
           05 HDR-CHK         PIC 9(9).

       COPY MSTRLST.

       COPY VLTLST.

      *> File-info block for CBL_CHECK_FILE_EXIST - only existence
      *> matters here, but the routine wants the full block.
       01  FILE-INFO.
           05 FI-SIZE         PIC X(8) COMP-X.
           05 FI-DD           PIC X    COMP-X.
           05 FI-MM           PIC X    COMP-X.
           05 FI-YYYY         PIC XX   COMP-X.
           05 FI-HH           PIC X    COMP-X.
           05 FI-MI           PIC X    COMP-X.
           05 FI-SS           PIC X    COMP-X.
           05 FILLER          PIC X    COMP-X.

       COPY MSGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE
           PERFORM GET-RUN-ID
           ACCEPT EXP-DATE FROM DATE YYYYMMDD
           ACCEPT EXP-TIME FROM TIME

           MOVE SPACES TO VLT-DSN
           ACCEPT VLT-DSN FROM ENVIRONMENT 'VAULT_DSN'
           IF VLT-DSN = SPACES
             STRING 'VAULT_' EXP-DATE '.txt'
                    DELIMITED BY SIZE INTO VLT-DSN
             IF SANDBOX-ACTIVE
               MOVE VLT-DSN TO SBOX-WRK-DSN
               PERFORM SBOX-PREFIX-WRK
               MOVE SBOX-WRK-DSN TO VLT-DSN
             END-IF
           END-IF

           OPEN OUTPUT VAULT
           IF VAULT-FS NOT = '00'
             DISPLAY 'VAULTEXP: ' FUNCTION TRIM(VLT-DSN)
                     ' COULD NOT BE OPENED, STATUS ' VAULT-FS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           DISPLAY 'VAULTEXP: PACKING THE VAULT BUNDLE '
                   FUNCTION TRIM(VLT-DSN)
           MOVE SPACES TO VAULT-REC
           MOVE 'V' TO VAULT-REC(1:1)
           MOVE 'VAULT01' TO VAULT-REC(3:8)
           MOVE EXP-DATE TO VAULT-REC(12:8)
           MOVE EXP-TIME TO VAULT-REC(21:8)
           MOVE RUN-ID TO VAULT-REC(30:16)
           MOVE OPERATOR-ID TO VAULT-REC(47:8)
           MOVE SBOX-SW TO VAULT-REC(56:1)
           WRITE VAULT-REC

           PERFORM VARYING MEMB-IX FROM 1 BY 1
                     UNTIL MEMB-IX > MSTR-CNT
             MOVE MSTR-DSN(MEMB-IX) TO MEMB-NAME
             PERFORM PACK-ONE-MEMBER
           END-PERFORM
           PERFORM VARYING MEMB-IX FROM 1 BY 1
                     UNTIL MEMB-IX > VLT-XTRA-CNT
             MOVE VLT-XTRA-DSN(MEMB-IX) TO MEMB-NAME
             PERFORM PACK-ONE-MEMBER
           END-PERFORM

           MOVE SPACES TO VAULT-REC
           MOVE 'T' TO VAULT-REC(1:1)
           MOVE VLT-MEMBERS TO VAULT-REC(3:4)
           MOVE VLT-TOT-RECS TO VAULT-REC(8:9)
           MOVE VLT-TOT-BYTES TO VAULT-REC(18:12)
           MOVE VLT-TOT-CHK TO VAULT-REC(31:9)
           WRITE VAULT-REC
           CLOSE VAULT

           DISPLAY 'VAULTEXP: ' VLT-MEMBERS ' MEMBER(S), '
                   VLT-TOT-RECS ' RECORD(S), ' VLT-TOT-BYTES
                   ' BYTE(S) PACKED; ' ABSENT-CNT ' NOT ON DISK, '
                   FAIL-CNT ' FAILED'

           PERFORM OPEN-AUDTLOG
           MOVE 'EXPORT' TO AUDT-EVENT
           IF FAIL-CNT > 0
             MOVE 8 TO AUDT-RC
           ELSE
             MOVE 0 TO AUDT-RC
           END-IF
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG

           MOVE 'VAULTEXP' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           MOVE SPACES TO MSG-TEXT
           IF FAIL-CNT > 0
             MOVE 'VL0002' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             STRING 'VAULT BUNDLE ' FUNCTION TRIM(VLT-DSN) ' HAS '
                    FAIL-CNT ' MEMBER(S) THAT FAILED TO PACK'
                    DELIMITED BY SIZE INTO MSG-TEXT
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE 'VL0001' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING 'VAULT BUNDLE ' FUNCTION TRIM(VLT-DSN) ' PACKED - '
                    VLT-MEMBERS ' MEMBER(S), CHECKSUM ' VLT-TOT-CHK
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           GOBACK
           .

      *> Measure, write the member header, then copy the lines -
      *> checking the copy measured the same as the header says.
       PACK-ONE-MEMBER SECTION.
           MOVE MEMB-NAME TO VLT-MEMB-DSN
           IF SANDBOX-ACTIVE
             MOVE VLT-MEMB-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO VLT-MEMB-DSN
           END-IF
           CALL 'CBL_CHECK_FILE_EXIST' USING VLT-MEMB-DSN FILE-INFO
               RETURNING EXIST-STAT
           IF EXIST-STAT NOT = 0
             ADD 1 TO ABSENT-CNT
             DISPLAY '   NOT ON DISK: ' FUNCTION TRIM(VLT-MEMB-DSN)
             EXIT SECTION
           END-IF

           MOVE 0 TO VLT-RECS VLT-BYTES VLT-CHK
           OPEN INPUT VLTMEMB
           IF VLTMEMB-FS NOT = '00'
             ADD 1 TO FAIL-CNT
             DISPLAY '   COULD NOT OPEN ' FUNCTION TRIM(VLT-MEMB-DSN)
                     ', STATUS ' VLTMEMB-FS
             EXIT SECTION
           END-IF
           MOVE 'C' TO VLTMEMB-FLAG
           PERFORM READ-VLTMEMB-REC
           PERFORM UNTIL VLTMEMB-EOF
             MOVE VLTMEMB-REC TO VLT-LINE
             PERFORM ADD-VAULT-LINE
             PERFORM READ-VLTMEMB-REC
           END-PERFORM
           CLOSE VLTMEMB
           MOVE VLT-RECS TO HDR-RECS
           MOVE VLT-BYTES TO HDR-BYTES
           MOVE VLT-CHK TO HDR-CHK

           MOVE SPACES TO VAULT-REC
           MOVE 'H' TO VAULT-REC(1:1)
           MOVE MEMB-NAME TO VAULT-REC(3:20)
           MOVE HDR-RECS TO VAULT-REC(24:9)
           MOVE HDR-BYTES TO VAULT-REC(34:12)
           MOVE HDR-CHK TO VAULT-REC(47:9)
           WRITE VAULT-REC

           MOVE 0 TO VLT-RECS VLT-BYTES VLT-CHK
           OPEN INPUT VLTMEMB
           MOVE 'C' TO VLTMEMB-FLAG
           IF VLTMEMB-FS NOT = '00'
             SET VLTMEMB-EOF TO TRUE
           ELSE
             PERFORM READ-VLTMEMB-REC
           END-IF
           PERFORM UNTIL VLTMEMB-EOF
             MOVE VLTMEMB-REC TO VLT-LINE
             PERFORM ADD-VAULT-LINE
             MOVE SPACES TO VAULT-REC
             MOVE 'D' TO VAULT-REC(1:1)
             MOVE VLT-LINE TO VAULT-REC(3:512)
             WRITE VAULT-REC
             PERFORM READ-VLTMEMB-REC
           END-PERFORM
           CLOSE VLTMEMB

           IF VLT-RECS NOT = HDR-RECS OR VLT-BYTES NOT = HDR-BYTES
              OR VLT-CHK NOT = HDR-CHK
             ADD 1 TO FAIL-CNT
             DISPLAY '   ' FUNCTION TRIM(VLT-MEMB-DSN)
                     ' CHANGED WHILE IT WAS BEING PACKED'
             EXIT SECTION
           END-IF
           PERFORM ADD-VAULT-MEMBER
           DISPLAY '   PACKED ' MEMB-NAME ' ' HDR-RECS ' RECORD(S) '
                   HDR-BYTES ' BYTE(S) CHECKSUM ' HDR-CHK
           .

       READ-VLTMEMB-REC SECTION.
           READ VLTMEMB
           IF VLTMEMB-FS NOT = '00'
             SET VLTMEMB-EOF TO TRUE
           END-IF
           .

       COPY VLTSUM.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
