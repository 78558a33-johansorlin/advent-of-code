      *> and '-' only). The whole catalog is re-written after every
      *> successful change, so an interrupted session loses at most
      *> the operation in progress.
      *>
      *> Only one session edits the catalog at a time: the edit
      *> lease (LEASCK.cpy) is taken before the catalog is loaded,
      *> and a save is refused - and the catalog reloaded - when
      *> the version stamp and checksum on disk are no longer what
      *> this session loaded, so a second session can never quietly
      *> wipe the first one's change.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MNTSSEL.

           COPY PZLCSEL.

           COPY AUTHSEL.

       DATA DIVISION.
       FILE SECTION.
       COPY MNTSFD.

       COPY PZLCFD.

       COPY AUTHFD.
       01  WORKSPACE.
           COPY PZLCWS.
           COPY RUNIWS.
           COPY MNTSWS.
           COPY AUTHWS.
           COPY AUDTWS.
           05 MENU-CHOICE     PIC X(2).
              88 ENTRY-VALID           VALUE 'Y'.
           05 CAT-PRESENT-SW  PIC X    VALUE 'N'.
              88 CATALOG-ON-DISK       VALUE 'Y'.
           05 SAVE-FLAG       PIC X    VALUE 'N'.
              88 CATALOG-SAVED         VALUE 'Y'.

       COPY CREDCWS.
       COPY TRNGCWS.
       COPY LEASCWS.

       COPY SBOXWS.

       COPY MLBLWS.

       PROCEDURE DIVISION.

       MAIN SECTION.
           INITIALIZE WORKSPACE SWITCHES
           PERFORM GET-RUN-ID

      *> No catalog changes while the system is under maintenance.
           MOVE 'PZLCMNT' TO MNTS-PGM
           PERFORM REFUSE-IF-MAINT

      *> Rewriting the catalog steers every driver in the shop -
      *> authority to change it is checked before the menu shows.
           MOVE 'PZLCMNT' TO AUDT-PGM
           MOVE 'CATALOG-CHANGE' TO AUTH-FUNC
           PERFORM ENFORCE-OPER-AUTH

           PERFORM RESOLVE-MASTER-DSNS
           MOVE 'PZLCMNT' TO LEAS-PGM
           MOVE PZLCAT-DSN TO LEAS-DSN
           PERFORM TAKE-EDIT-LEASE
           IF NOT LEAS-YES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF

      *> A missing catalog is not fatal here, unlike LOAD-PZLCAT's
      *> consumers - this program is how the very first catalog gets
      *> created.
                 DISPLAY 'UNRECOGNIZED SELECTION, TRY AGAIN'
             END-EVALUATE
           END-PERFORM
           PERFORM RELEASE-EDIT-LEASE
           PERFORM RECORD-EXERCISE
           GOBACK
           .

                 MOVE ENT-PART TO SD-PART(SDX)
                 PERFORM ACCEPT-ENTRY-FIELDS
                 IF ENTRY-VALID
                   PERFORM SAVE-PZLCAT
                   IF CATALOG-SAVED
                     DISPLAY 'ENTRY ADDED AND CATALOG SAVED'
                   END-IF
                 ELSE
                   PERFORM VARYING WRK-IX FROM INS-IX BY 1
                             UNTIL WRK-IX NOT < STAR-CNT
               DISPLAY 'CHANGING ' SD-PGM(SDX) ' ' SD-LABEL(SDX)
               PERFORM ACCEPT-ENTRY-FIELDS
               IF ENTRY-VALID
                 PERFORM SAVE-PZLCAT
                 IF CATALOG-SAVED
                   DISPLAY 'ENTRY CHANGED AND CATALOG SAVED'
                 END-IF
               ELSE
                 DISPLAY 'CHANGE ABANDONED - RELOAD BEFORE '
                         'TRUSTING THIS SESSION''S TABLE'
                 MOVE STAR-DEF(WRK-IX + 1) TO STAR-DEF(WRK-IX)
               END-PERFORM
               SUBTRACT 1 FROM STAR-CNT
               PERFORM SAVE-PZLCAT
               IF CATALOG-SAVED
                 DISPLAY 'ENTRY RETIRED AND CATALOG SAVED'
               END-IF
             END-IF
           END-IF
           .
           END-IF
           .

      *> A catalog changed on disk since this session loaded it is
      *> never overwritten - the session's table is thrown away
      *> and the catalog as it now stands is loaded instead.
       SAVE-PZLCAT SECTION.
           MOVE 'N' TO SAVE-FLAG
           MOVE PZLCAT-DSN TO LEAS-DSN
           PERFORM CHECK-EDIT-LEASE
           IF LEAS-YES
             PERFORM STAMP-EDIT-SAVE
             PERFORM WRITE-PZLCAT-FILE
             SET CATALOG-SAVED TO TRUE
           ELSE
             PERFORM LOAD-PZLCAT
           END-IF
           PERFORM REFRESH-EDIT-VERSION
           .

      *> Re-writes the whole catalog from the table, header comments
      *> and version stamp included, in the PZLCFD.cpy fixed layout
      *> that LOAD-PZLCAT unpacks.
       WRITE-PZLCAT-FILE SECTION.
           OPEN OUTPUT PZLCAT
           MOVE '* PUZZLE CATALOG MASTER - SEE PZLCFD.cpy FOR THE RECO
           WRITE PZLCAT-REC
           MOVE '* RECORD THAT DEFINES THE BATCH STEP.' TO PZLCAT-REC
           WRITE PZLCAT-REC
           MOVE LEAS-STAMP TO PZLCAT-REC
           WRITE PZLCAT-REC
           PERFORM VARYING WRK-IX FROM 1 BY 1 UNTIL WRK-IX > STAR-CNT
             MOVE SPACES TO PZLCAT-REC
             MOVE SD-PGM(WRK-IX) TO PZLCAT-REC(1:8)

       COPY AUDTWR.

       COPY MNTSCK.

       COPY LEASCK.

       COPY RUNIDGT.

       COPY SBOXRS.

       COPY MLBLCK.
