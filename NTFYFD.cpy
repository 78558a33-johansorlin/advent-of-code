      *> Shared FDs for operator notification. See NTFYSEL.cpy.
      *> On-call rotation fixed offsets: ROLE(1:8) FROM(10:8)
      *> TO(19:8) START(28:4) END(33:4) PRIMARY(38:8)
      *> PRI-CONTACT(47:30) BACKUP(78:8) BKP-CONTACT(87:30). Dates
      *> YYYYMMDD inclusive, shift hours HHMM on the shop clock; an
      *> END earlier than START is a shift that runs past midnight,
      *> and START = END covers the whole day. The first record
      *> covering the moment wins. A line starting '*' is a comment.
       FD  ONCALL.
       01  ONCALL-REC         PIC X(116).

      *> Routing table fixed offsets: MSGID(1:8) SEV(10:1) ROLE(12:8)
      *> ESC-MIN(21:4). '*' in MSGID or SEV matches anything; the
      *> first matching line wins, so specific lines go first.
      *> ESC-MIN is how long the primary has to acknowledge before
      *> the backup is called (blank: 30). A line with a blank
      *> ROLE is a comment, so a '*' line is a wildcard rule only
      *> when it names a role.
       FD  NTFYRTE.
       01  NTFYRTE-REC        PIC X(80).

      *> Notification queue fixed offsets: NID(1:8) EVENT(10:8)
      *> DATE(19:8) TIME(28:8) MSGID(37:8) SEV(46:1) ROLE(48:8)
      *> TO-OPER(57:8) CONTACT(66:30) ESC-MIN(97:4) RUN-ID(102:16)
      *> TEXT(119:60). Append-only, one record per event: QUEUED
      *> when MSGSRV raises it, ACKED (TO-OPER is who acknowledged)
      *> and ESCALATD (addressed to the backup) by NTFYACK - so the
      *> queue is the full history of who was told what and when.
       FD  NTFYQ.
       01  NTFYQ-REC          PIC X(178).
