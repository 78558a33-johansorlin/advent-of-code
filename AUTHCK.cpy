      *> ENFORCE-OPER-AUTH additionally refuses the run: the
      *> denial is written to the audit log as its own DENIED
      *> event so the attempt is on the record, and the program
      *> ends RC 8. Before any of that it has the credential
      *> service CREDSRV.cbl prove the operator is who OPER_ID says
      *> (the caller copies CREDCWS.cpy); a failed credential or a
      *> refused function both land on the security log too. A
      *> granted run, once a master is in force, writes a GRANTED
      *> audit event naming the function (RECORD-AUTH-USE) - the
      *> last-use evidence the access recertification review
      *> (AUTHRVW.cbl) reports against each grant.
      *> Under the sandbox switch an operator not yet profiled for
      *> the function may still run the program when it is one of
      *> the function's training exercises on TRNGMST.txt
      *> (CHECK-TRAINEE-RUN - the caller copies TRNGCWS.cpy); the
      *> let-through lands on the security log as TRAINEE. An
      *> exercise program PERFORMs RECORD-EXERCISE as it ends, which
      *> records a sandbox run on the training log (TRNGSRV.cbl)
      *> for the supervisor to sign off in TRNGMNT.cbl.
       CHECK-OPER-AUTH SECTION.
           MOVE 'N' TO AUTH-GRANT-FLAG
           MOVE 0 TO AUTH-REC-CNT
           .

       ENFORCE-OPER-AUTH SECTION.
           MOVE 'V' TO CRED-ACTION
           MOVE OPERATOR-ID TO CRED-OPER
           MOVE AUDT-PGM TO CRED-PGM
           MOVE RUN-ID TO CRED-RUN-ID
           MOVE AUTH-FUNC TO CRED-FUNC
           MOVE SPACES TO CRED-BY
           CALL 'CREDSRV' USING CRED-CTL
           END-CALL
           IF NOT CRED-VERIFIED
             DISPLAY 'SIGN-ON REFUSED FOR OPERATOR ' OPERATOR-ID
                     ': ' FUNCTION TRIM(CRED-REASON)
             PERFORM OPEN-AUDTLOG
             MOVE 'DENIED' TO AUDT-EVENT
             MOVE 8 TO AUDT-RC
             PERFORM WRITE-AUDTLOG
             CLOSE AUDTLOG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           PERFORM CHECK-OPER-AUTH
           MOVE 'N' TO AUTH-TRAINEE-FLAG
           IF NOT AUTH-GRANTED AND SANDBOX-ACTIVE
             PERFORM CHECK-TRAINEE-RUN
           END-IF
           IF NOT AUTH-GRANTED
             DISPLAY 'AUTHORIZATION REFUSED: OPERATOR '
                     OPERATOR-ID ' IS NOT PROFILED FOR '
                     FUNCTION TRIM(AUTH-FUNC)
                     ' - SEE OPERAUTH.TXT'
             MOVE 'L' TO CRED-ACTION
             MOVE 'DENIED' TO CRED-EVENT
             MOVE 'NOT PROFILED FOR THE FUNCTION IN OPERAUTH.TXT'
               TO CRED-DETAIL
             CALL 'CREDSRV' USING CRED-CTL
             END-CALL
             PERFORM OPEN-AUDTLOG
             MOVE 'DENIED' TO AUDT-EVENT
             MOVE 8 TO AUDT-RC
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF
           IF AUTH-REC-CNT > 0 AND NOT AUTH-TRAINEE
             PERFORM OPEN-AUDTLOG
             PERFORM RECORD-AUTH-USE
             CLOSE AUDTLOG
           END-IF
           .

      *> The function goes in the BUILD field of the GRANTED event,
      *> the caller's compile stamp put back after. The audit log
      *> must already be open.
       RECORD-AUTH-USE SECTION.
           MOVE AUDT-BUILD TO AUTH-HOLD-BUILD
           MOVE AUTH-FUNC TO AUDT-BUILD
           MOVE 'GRANTED' TO AUDT-EVENT
           MOVE 0 TO AUDT-RC
           PERFORM WRITE-AUDTLOG
           MOVE AUTH-HOLD-BUILD TO AUDT-BUILD
           .

      *> A sandbox run of one of the function's exercises is let
      *> through for an operator the master does not profile - the
      *> training that earns the grant has to happen somewhere.
       CHECK-TRAINEE-RUN SECTION.
           MOVE 'Q' TO TRNG-ACTION
           MOVE OPERATOR-ID TO TRNG-OPER
           MOVE AUTH-FUNC TO TRNG-FUNC
           MOVE AUDT-PGM TO TRNG-PGM
           CALL 'TRNGSRV' USING TRNG-CTL
           END-CALL
           IF TRNG-YES
             SET AUTH-GRANTED TO TRUE
             SET AUTH-TRAINEE TO TRUE
             DISPLAY 'TRAINING RUN: OPERATOR ' OPERATOR-ID
                     ' IS NOT YET PROFILED FOR '
                     FUNCTION TRIM(AUTH-FUNC)
                     ' - SANDBOX EXERCISE ONLY'
             MOVE 'L' TO CRED-ACTION
             MOVE 'TRAINEE' TO CRED-EVENT
             MOVE 'SANDBOX TRAINING EXERCISE FOR THE FUNCTION'
               TO CRED-DETAIL
             CALL 'CREDSRV' USING CRED-CTL
             END-CALL
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *> Called as an exercise program ends, RETURN-CODE already
      *> set. Only a sandbox run is training; a production run is
      *> the real thing and leaves the training log alone.
       RECORD-EXERCISE SECTION.
           IF NOT SANDBOX-ACTIVE
             EXIT SECTION
           END-IF
           MOVE RETURN-CODE TO AUTH-HOLD-RC
           MOVE 'D' TO TRNG-ACTION
           MOVE OPERATOR-ID TO TRNG-OPER
           MOVE AUTH-FUNC TO TRNG-FUNC
           MOVE AUDT-PGM TO TRNG-PGM
           MOVE RUN-ID TO TRNG-RUN-ID
           IF AUTH-HOLD-RC < 0
             MOVE 9999 TO TRNG-RC
           ELSE
             MOVE AUTH-HOLD-RC TO TRNG-RC
           END-IF
           CALL 'TRNGSRV' USING TRNG-CTL
           END-CALL
           EVALUATE TRUE
             WHEN NOT TRNG-YES
               CONTINUE
             WHEN TRNG-RC < 8
               DISPLAY 'TRAINING EXERCISE ' FUNCTION TRIM(AUDT-PGM)
                       ' RECORDED FOR OPERATOR ' OPERATOR-ID
                       ' - AWAITS SUPERVISOR SIGN-OFF IN TRNGMNT'
             WHEN OTHER
               DISPLAY 'TRAINING EXERCISE ' FUNCTION TRIM(AUDT-PGM)
                       ' ENDED RC ' TRNG-RC
                       ' - NOT COMPLETED, RUN IT AGAIN'
           END-EVALUATE
           MOVE AUTH-HOLD-RC TO RETURN-CODE
           .
