      *> Vault-bundle measuring (see VLTFD.cpy). The caller zeroes
      *> VLT-RECS, VLT-BYTES and VLT-CHK at the start of a member,
      *> moves each member line to VLT-LINE and PERFORMs
      *> ADD-VAULT-LINE; ADD-VAULT-MEMBER then rolls the finished
      *> member into the bundle totals. Export and import measure
      *> with the same code, so a member verifies exactly when it
      *> came back byte for byte.
       ADD-VAULT-LINE SECTION.
           ADD 1 TO VLT-RECS
           MOVE 0 TO VLT-LINE-LEN
           IF VLT-LINE NOT = SPACES
             COMPUTE VLT-LINE-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(VLT-LINE TRAILING))
           END-IF
           COMPUTE VLT-BYTES = VLT-BYTES + VLT-LINE-LEN + 1
           PERFORM VARYING VLT-CHK-IX FROM 1 BY 1
                     UNTIL VLT-CHK-IX > VLT-LINE-LEN
             COMPUTE VLT-CHK = FUNCTION MOD(VLT-CHK * 31
                 + FUNCTION ORD(VLT-LINE(VLT-CHK-IX:1)),
                 999999999)
           END-PERFORM
      *> The line end counts too - two lines are not one.
           COMPUTE VLT-CHK = FUNCTION MOD(VLT-CHK * 31 + 11,
               999999999)
           .

       ADD-VAULT-MEMBER SECTION.
           ADD 1 TO VLT-MEMBERS
           ADD VLT-RECS TO VLT-TOT-RECS
           ADD VLT-BYTES TO VLT-TOT-BYTES
           COMPUTE VLT-TOT-CHK = FUNCTION MOD(VLT-TOT-CHK * 31
               + VLT-CHK, 999999999)
           .
