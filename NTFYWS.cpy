      *> Shared working-storage for operator notification (see
      *> NTFYRD.cpy). The caller moves the message id and severity
      *> into NTFY-MSGID/NTFY-SEV and PERFORMs FIND-NTFY-ROUTE, or
      *> moves a role, date and HHMM into NTFY-ROLE/NTFY-AT-DATE/
      *> NTFY-AT-HHMM and PERFORMs FIND-ONCALL; NTFY-PRIMARY and
      *> NTFY-BACKUP (with their contacts) come back, spaces when
      *> nobody covers the moment.
           05 ONCALL-FS       PIC XX.
           05 NTFYRTE-FS      PIC XX.
           05 NTFYQ-FS        PIC XX.
           05 NTFY-MSGID      PIC X(8).
           05 NTFY-SEV        PIC X.
           05 NTFY-ROLE       PIC X(8).
           05 NTFY-ESC-MIN    PIC 9(4).
           05 NTFY-AT-DATE    PIC 9(8).
           05 NTFY-AT-HHMM    PIC 9(4).
           05 NTFY-PRIMARY    PIC X(8).
           05 NTFY-PRI-CONT   PIC X(30).
           05 NTFY-BACKUP     PIC X(8).
           05 NTFY-BKP-CONT   PIC X(30).
           05 NTFY-LAST-NID   PIC 9(8).
           05 NTFY-START      PIC 9(4).
           05 NTFY-END        PIC 9(4).
           05 NTFYRTE-FLAG    PIC X    VALUE 'C'.
              88 NTFYRTE-EOF           VALUE 'E'.
           05 ONCALL-FLAG     PIC X    VALUE 'C'.
              88 ONCALL-EOF            VALUE 'E'.
           05 NTFYQ-FLAG      PIC X    VALUE 'C'.
              88 NTFYQ-EOF             VALUE 'E'.
           05 NTFY-RTE-FLAG   PIC X    VALUE 'N'.
              88 NTFY-ROUTED           VALUE 'Y'.
           05 NTFY-COV-FLAG   PIC X    VALUE 'N'.
              88 NTFY-COVERED          VALUE 'Y'.
