       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAULTIMP.

      *> Off-site vault import - the way back from a VAULTEXP.cbl
      *> bundle (layout in VLTFD.cpy). The whole bundle is verified
      *> before anything is written: every member's lines are
      *> re-measured against its header (record count, byte size,
      *> checksum) and the trailer against the members, and a bundle
      *> that fails any of it restores nothing and ends RC 8 - half
      *> a restore from a damaged tape is worse than none.
      *>
      *> The bundle is VAULT_DSN (or a prompt). VAULT_MEMBER names the
      *> one member to restore, blank or ALL restores every member.
      *> As with MSTRREST, nothing is overwritten until
      *> VAULT_CONFIRM=Y - the default pass verifies and reports what
      *> a restore would do. In sandbox mode members restore to
      *> their SANDBOX_ names. Restoring needs the RESTORE function
      *> on OPERAUTH.txt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VLTSEL.

           COPY AUTHSEL.

           COPY AUDTSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY VLTFD.

       COPY AUTHFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           COPY RUNIWS.
           COPY AUTHWS.
           COPY AUDTWS.
           COPY VLTWS.
           05 WANT-MEMBER     PIC X(20).
           05 MEMB-NAME       PIC X(20).
           05 CONFIRM-SW      PIC X.
           05 HDR-RECS        PIC 9(9).
           05 HDR-BYTES       PIC 9(12).
           05 HDR-CHK         PIC 9(9).
           05 GOOD-CNT        PIC 9(4)  VALUE 0.
           05 BAD-CNT         PIC 9(4)  VALUE 0.
           05 STRAY-CNT       PIC 9(9)  VALUE 0.
           05 REST-CNT        PIC 9(4)  VALUE 0.
           05 REST-FAIL-CNT   PIC 9(4)  VALUE 0.

       COPY MSGCWS.

       01  SWITCHES.
           05 LIVE-FLAG       PIC X    VALUE 'N'.
              88 LIVE-RESTORE          VALUE 'Y'.
           05 MEMB-FLAG       PIC X    VALUE 'N'.
              88 IN-MEMBER             VALUE 'Y'.
           05 TRLR-FLAG       PIC X    VALUE 'N'.
              88 TRAILER-SEEN          VALUE 'Y'.
           05 TRLR-OK-FLAG    PIC X    VALUE 'N'.
              88 TRAILER-AGREES        VALUE 'Y'.
           05 FOUND-FLAG      PIC X    VALUE 'N'.
              88 MEMBER-FOUND          VALUE 'Y'.
           05 VERIFY-FLAG     PIC X    VALUE 'N'.
              88 BUNDLE-VERIFIED       VALUE 'Y'.
           05 WRITE-FLAG      PIC X    VALUE 'N'.
              88 WRITING-MEMBER        VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

      *> A restore overwrites live masters - authority to do that is
      *> checked before anything else happens.
           MOVE 'VAULTIMP' TO AUDT-PGM
           MOVE 'RESTORE' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           MOVE SPACES TO VLT-DSN
           ACCEPT VLT-DSN FROM ENVIRONMENT 'VAULT_DSN'
           IF VLT-DSN = SPACES
             DISPLAY 'VAULT BUNDLE TO IMPORT: ' WITH NO ADVANCING
             ACCEPT VLT-DSN
           END-IF
           IF VLT-DSN = SPACES
             DISPLAY 'VAULTIMP: A BUNDLE NAME IS REQUIRED'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           MOVE SPACES TO WANT-MEMBER
           ACCEPT WANT-MEMBER FROM ENVIRONMENT 'VAULT_MEMBER'
           MOVE FUNCTION UPPER-CASE(WANT-MEMBER) TO WANT-MEMBER
           IF WANT-MEMBER = 'ALL'
             MOVE SPACES TO WANT-MEMBER
           END-IF

           MOVE SPACES TO CONFIRM-SW
           ACCEPT CONFIRM-SW FROM ENVIRONMENT 'VAULT_CONFIRM'
           IF CONFIRM-SW = 'Y'
             SET LIVE-RESTORE TO TRUE
           END-IF

           PERFORM VERIFY-BUNDLE

           IF NOT BUNDLE-VERIFIED
             DISPLAY 'VAULTIMP: ' FUNCTION TRIM(VLT-DSN)
                     ' FAILED VERIFICATION - NOTHING RESTORED'
             MOVE 'VERIFY' TO AUDT-EVENT
             MOVE 8 TO AUDT-RC
             PERFORM LOG-IMPORT
             MOVE 'VL0004' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             MOVE SPACES TO MSG-TEXT
             STRING 'VAULT BUNDLE ' FUNCTION TRIM(VLT-DSN)
                    ' FAILED VERIFICATION - ' BAD-CNT
                    ' BAD MEMBER(S); NOTHING RESTORED'
                    DELIMITED BY SIZE INTO MSG-TEXT
             PERFORM SEND-IMPORT-MSG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

           IF NOT LIVE-RESTORE
             DISPLAY 'VAULTIMP: BUNDLE VERIFIED, ' GOOD-CNT
                     ' MEMBER(S) - SET VAULT_CONFIRM=Y TO ACTUALLY '
                     'RESTORE'
             MOVE 'VERIFY' TO AUDT-EVENT
             MOVE 0 TO AUDT-RC
             PERFORM LOG-IMPORT
             GOBACK
           END-IF

           PERFORM RESTORE-MEMBERS
           DISPLAY 'VAULTIMP: ' REST-CNT ' MEMBER(S) RESTORED FROM '
                   FUNCTION TRIM(VLT-DSN) ', ' REST-FAIL-CNT
                   ' FAILED'
           MOVE 'IMPORT' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           IF REST-FAIL-CNT > 0
             MOVE 8 TO AUDT-RC
           END-IF
           PERFORM LOG-IMPORT
           MOVE SPACES TO MSG-TEXT
           IF REST-FAIL-CNT > 0
             MOVE 'VL0004' TO MSG-ID
             MOVE 'E' TO MSG-SEV
             STRING 'VAULT BUNDLE ' FUNCTION TRIM(VLT-DSN) ': '
                    REST-FAIL-CNT ' MEMBER(S) COULD NOT BE WRITTEN'
                    DELIMITED BY SIZE INTO MSG-TEXT
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE 'VL0003' TO MSG-ID
             MOVE 'I' TO MSG-SEV
             STRING REST-CNT ' MEMBER(S) RESTORED FROM VAULT BUNDLE '
                    FUNCTION TRIM(VLT-DSN)
                    DELIMITED BY SIZE INTO MSG-TEXT
           END-IF
           PERFORM SEND-IMPORT-MSG
           GOBACK
           .

      *> Every member re-measured against its header, the trailer
      *> against the members, and the requested member present.
       VERIFY-BUNDLE SECTION.
           OPEN INPUT VAULT
           IF VAULT-FS NOT = '00'
             DISPLAY 'VAULTIMP: ' FUNCTION TRIM(VLT-DSN)
                     ' COULD NOT BE OPENED, STATUS ' VAULT-FS
             EXIT SECTION
           END-IF
           MOVE 'C' TO VAULT-FLAG
           PERFORM READ-VAULT-REC
           IF VAULT-EOF OR VAULT-REC(1:1) NOT = 'V'
              OR VAULT-REC(3:8) NOT = 'VAULT01'
             DISPLAY 'VAULTIMP: ' FUNCTION TRIM(VLT-DSN)
                     ' IS NOT A VAULT BUNDLE'
             CLOSE VAULT
             EXIT SECTION
           END-IF
           DISPLAY 'VAULTIMP: BUNDLE OF ' VAULT-REC(12:8) ' '
                   VAULT-REC(21:8) ' RUN ' VAULT-REC(30:16)
                   ' BY ' VAULT-REC(47:8)
           IF VAULT-REC(56:1) = 'Y'
             DISPLAY '   (EXPORTED FROM THE SANDBOX)'
           END-IF

           PERFORM READ-VAULT-REC
           PERFORM UNTIL VAULT-EOF
             EVALUATE VAULT-REC(1:1)
               WHEN 'H'
                 IF IN-MEMBER
                   PERFORM CHECK-MEMBER
                 END-IF
                 PERFORM START-MEMBER
               WHEN 'D'
                 IF IN-MEMBER
                   MOVE VAULT-REC(3:512) TO VLT-LINE
                   PERFORM ADD-VAULT-LINE
                 ELSE
                   ADD 1 TO STRAY-CNT
                 END-IF
               WHEN 'T'
                 IF IN-MEMBER
                   PERFORM CHECK-MEMBER
                 END-IF
                 PERFORM CHECK-TRAILER
               WHEN OTHER
                 ADD 1 TO STRAY-CNT
             END-EVALUATE
             PERFORM READ-VAULT-REC
           END-PERFORM
           IF IN-MEMBER
             PERFORM CHECK-MEMBER
           END-IF
           CLOSE VAULT

           IF NOT TRAILER-SEEN
             DISPLAY '   NO TRAILER - THE BUNDLE IS TRUNCATED'
           END-IF
           IF STRAY-CNT > 0
             DISPLAY '   ' STRAY-CNT ' RECORD(S) OUTSIDE ANY MEMBER'
           END-IF
           IF WANT-MEMBER NOT = SPACES AND NOT MEMBER-FOUND
             DISPLAY '   ' FUNCTION TRIM(WANT-MEMBER)
                     ' IS NOT IN THE BUNDLE'
           END-IF
           IF BAD-CNT = 0 AND STRAY-CNT = 0 AND TRAILER-AGREES
              AND (WANT-MEMBER = SPACES OR MEMBER-FOUND)
             SET BUNDLE-VERIFIED TO TRUE
           END-IF
           .

       START-MEMBER SECTION.
           SET IN-MEMBER TO TRUE
           MOVE VAULT-REC(3:20) TO MEMB-NAME
           MOVE 0 TO HDR-RECS HDR-BYTES HDR-CHK
           IF VAULT-REC(24:9) IS NUMERIC
             MOVE VAULT-REC(24:9) TO HDR-RECS
           END-IF
           IF VAULT-REC(34:12) IS NUMERIC
             MOVE VAULT-REC(34:12) TO HDR-BYTES
           END-IF
           IF VAULT-REC(47:9) IS NUMERIC
             MOVE VAULT-REC(47:9) TO HDR-CHK
           END-IF
           MOVE 0 TO VLT-RECS VLT-BYTES VLT-CHK
           .

       CHECK-MEMBER SECTION.
           MOVE 'N' TO MEMB-FLAG
           IF FUNCTION UPPER-CASE(MEMB-NAME) = WANT-MEMBER
             SET MEMBER-FOUND TO TRUE
           END-IF
           IF VLT-RECS = HDR-RECS AND VLT-BYTES = HDR-BYTES
              AND VLT-CHK = HDR-CHK
             ADD 1 TO GOOD-CNT
             DISPLAY '   VERIFIED ' MEMB-NAME ' ' VLT-RECS
                     ' RECORD(S) ' VLT-BYTES ' BYTE(S)'
           ELSE
             ADD 1 TO BAD-CNT
             DISPLAY '   FAILED   ' MEMB-NAME ' HEADER ' HDR-RECS
                     '/' HDR-BYTES '/' HDR-CHK ' FOUND ' VLT-RECS
                     '/' VLT-BYTES '/' VLT-CHK
           END-IF
           PERFORM ADD-VAULT-MEMBER
           .

       CHECK-TRAILER SECTION.
           SET TRAILER-SEEN TO TRUE
           IF VAULT-REC(3:4) = VLT-MEMBERS
              AND VAULT-REC(8:9) = VLT-TOT-RECS
              AND VAULT-REC(18:12) = VLT-TOT-BYTES
              AND VAULT-REC(31:9) = VLT-TOT-CHK
             SET TRAILER-AGREES TO TRUE
           ELSE
             DISPLAY '   TRAILER ' VAULT-REC(3:4) '/' VAULT-REC(8:9)
                     '/' VAULT-REC(18:12) '/' VAULT-REC(31:9)
                     ' DISAGREES WITH THE MEMBERS ' VLT-MEMBERS '/'
                     VLT-TOT-RECS '/' VLT-TOT-BYTES '/' VLT-TOT-CHK
           END-IF
           .

      *> Second pass, verified bundle only: each selected member is
      *> rewritten from its lines.
       RESTORE-MEMBERS SECTION.
           OPEN INPUT VAULT
           MOVE 'C' TO VAULT-FLAG
           PERFORM READ-VAULT-REC
           PERFORM UNTIL VAULT-EOF
             EVALUATE VAULT-REC(1:1)
               WHEN 'H'
                 PERFORM END-MEMBER-WRITE
                 MOVE VAULT-REC(3:20) TO MEMB-NAME
                 IF WANT-MEMBER = SPACES
                    OR FUNCTION UPPER-CASE(MEMB-NAME) = WANT-MEMBER
                   PERFORM BEGIN-MEMBER-WRITE
                 END-IF
               WHEN 'D'
                 IF WRITING-MEMBER
                   MOVE VAULT-REC(3:512) TO VLTMEMB-REC
                   WRITE VLTMEMB-REC
                   IF VLTMEMB-FS NOT = '00'
                     DISPLAY '   WRITE FAILED ON '
                             FUNCTION TRIM(VLT-MEMB-DSN) ', STATUS '
                             VLTMEMB-FS
                     ADD 1 TO REST-FAIL-CNT
                     SUBTRACT 1 FROM REST-CNT
                     CLOSE VLTMEMB
                     MOVE 'N' TO WRITE-FLAG
                   END-IF
                 END-IF
               WHEN 'T'
                 PERFORM END-MEMBER-WRITE
             END-EVALUATE
             PERFORM READ-VAULT-REC
           END-PERFORM
           PERFORM END-MEMBER-WRITE
           CLOSE VAULT
           .

       BEGIN-MEMBER-WRITE SECTION.
           MOVE MEMB-NAME TO VLT-MEMB-DSN
           IF SANDBOX-ACTIVE
             MOVE VLT-MEMB-DSN TO SBOX-WRK-DSN
             PERFORM SBOX-PREFIX-WRK
             MOVE SBOX-WRK-DSN TO VLT-MEMB-DSN
           END-IF
           OPEN OUTPUT VLTMEMB
           IF VLTMEMB-FS NOT = '00'
             DISPLAY '   COULD NOT OPEN ' FUNCTION TRIM(VLT-MEMB-DSN)
                     ', STATUS ' VLTMEMB-FS
             ADD 1 TO REST-FAIL-CNT
             EXIT SECTION
           END-IF
           SET WRITING-MEMBER TO TRUE
           ADD 1 TO REST-CNT
           DISPLAY '   RESTORED ' FUNCTION TRIM(VLT-MEMB-DSN)
           .

       END-MEMBER-WRITE SECTION.
           IF WRITING-MEMBER
             CLOSE VLTMEMB
             MOVE 'N' TO WRITE-FLAG
           END-IF
           .

       LOG-IMPORT SECTION.
           PERFORM OPEN-AUDTLOG
           PERFORM WRITE-AUDTLOG
           CLOSE AUDTLOG
           .

       SEND-IMPORT-MSG SECTION.
           MOVE 'VAULTIMP' TO MSG-PGM
           MOVE RUN-ID TO MSG-RUN-ID
           MOVE OPERATOR-ID TO MSG-OPER
           CALL 'MSGSRV' USING MSG-CTL
           END-CALL
           .

       READ-VAULT-REC SECTION.
           READ VAULT
           IF VAULT-FS NOT = '00'
             SET VAULT-EOF TO TRUE
           END-IF
           .

       COPY VLTSUM.

       COPY AUTHCK.

       COPY AUDTOPN.

       COPY AUDTWR.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
