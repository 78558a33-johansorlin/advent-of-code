      *> TEXT(65:100). A log that cannot be written must not take
      *> the caller down - the console copy still happened, so the
      *> failure comes back in MSG-STATUS and nothing more.
      *>
      *> A logged message still waits for someone to read it, so
      *> every E-severity message - and any other the routing table
      *> NTFYRTE.txt names - is also queued on the notification
      *> queue NTFYQ.txt, addressed to whoever the on-call rotation
      *> ONCALL.txt has covering the routed role at that moment
      *> (role OPS when no route names the message). NTFYACK.cbl
      *> takes the acknowledgment and escalates to the backup when
      *> nobody answers in time. Like the log, a queue that cannot
      *> be written never fails the caller.
      *>
      *> A candidate version on shadow trial (SHADOW_RUN=Y - see
      *> SHDWSEL.cpy) logs to SHADOW_MSGLOG.txt and pages nobody:
      *> its messages are evidence for the comparison, not calls for
      *> help. A sandbox run (SANDBOX_MODE=Y - see SBOXWS.cpy) pages
      *> nobody either: a trainee's practice is no one's emergency.
      *> Both switches are read on every call, since this service
      *> stays loaded across production and shadow callers alike.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSGLOG ASSIGN TO DYNAMIC MSGLOG-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MSGLOG-FS.

           COPY NTFYSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  MSGLOG.
       01  MSGLOG-REC         PIC X(170).

       COPY NTFYFD.

       WORKING-STORAGE SECTION.
       01  WORKSPACE.
           05 MSGLOG-FS       PIC XX.
           05 MSG-DATE        PIC 9(8).
           05 MSG-TIME        PIC 9(8).
           05 MSGLOG-DSN      PIC X(40).
           05 MSG-SHDW-SW     PIC X.
              88 MSG-SHADOW-RUN        VALUE 'Y'.
           05 MSG-SBOX-SW     PIC X.
              88 MSG-SANDBOX-RUN       VALUE 'Y'.
           COPY NTFYWS.

       LINKAGE SECTION.
       COPY MSGCWS.

           ACCEPT MSG-DATE FROM DATE YYYYMMDD
           ACCEPT MSG-TIME FROM TIME
           MOVE SPACES TO MSG-SHDW-SW
           ACCEPT MSG-SHDW-SW FROM ENVIRONMENT 'SHADOW_RUN'
           IF MSG-SHADOW-RUN
             MOVE 'SHADOW_MSGLOG.txt' TO MSGLOG-DSN
           ELSE
             MOVE 'MSGLOG.txt' TO MSGLOG-DSN
           END-IF
           MOVE SPACES TO MSG-SBOX-SW
           ACCEPT MSG-SBOX-SW FROM ENVIRONMENT 'SANDBOX_MODE'
           OPEN EXTEND MSGLOG
           IF MSGLOG-FS = '35'
             OPEN OUTPUT MSGLOG
             MOVE MSGLOG-FS TO MSG-STATUS
           END-IF

           IF NOT MSG-SHADOW-RUN AND NOT MSG-SANDBOX-RUN
             PERFORM QUEUE-NOTIFICATION
           END-IF

           GOBACK
           .

       QUEUE-NOTIFICATION SECTION.
           MOVE MSG-ID TO NTFY-MSGID
           MOVE MSG-SEV TO NTFY-SEV
           PERFORM FIND-NTFY-ROUTE
           IF NOT NTFY-ROUTED
             IF MSG-SEV NOT = 'E'
               EXIT SECTION
             END-IF
             MOVE 'OPS' TO NTFY-ROLE
           END-IF
           MOVE MSG-DATE TO NTFY-AT-DATE
           MOVE MSG-TIME(1:4) TO NTFY-AT-HHMM
           PERFORM FIND-ONCALL
           PERFORM FIND-LAST-NID
           ADD 1 TO NTFY-LAST-NID

           MOVE SPACES TO NTFYQ-REC
           MOVE NTFY-LAST-NID TO NTFYQ-REC(1:8)
           MOVE 'QUEUED' TO NTFYQ-REC(10:8)
           MOVE MSG-DATE TO NTFYQ-REC(19:8)
           MOVE MSG-TIME TO NTFYQ-REC(28:8)
           MOVE MSG-ID TO NTFYQ-REC(37:8)
           MOVE MSG-SEV TO NTFYQ-REC(46:1)
           MOVE NTFY-ROLE TO NTFYQ-REC(48:8)
           IF NTFY-COVERED
             MOVE NTFY-PRIMARY TO NTFYQ-REC(57:8)
             MOVE NTFY-PRI-CONT TO NTFYQ-REC(66:30)
           ELSE
             MOVE 'NOBODY' TO NTFYQ-REC(57:8)
             MOVE 'NO ON-CALL COVER FOR THE ROLE' TO NTFYQ-REC(66:30)
           END-IF
           MOVE NTFY-ESC-MIN TO NTFYQ-REC(97:4)
           MOVE MSG-RUN-ID TO NTFYQ-REC(102:16)
           MOVE MSG-TEXT(1:60) TO NTFYQ-REC(119:60)
           PERFORM WRITE-NTFYQ-REC
           IF NTFYQ-FS = '00'
             DISPLAY 'NOTIFICATION ' NTFY-LAST-NID ' QUEUED FOR '
                     FUNCTION TRIM(NTFYQ-REC(57:8)) ' ('
                     FUNCTION TRIM(NTFY-ROLE) ')'
           END-IF
           .

       COPY NTFYRD.
