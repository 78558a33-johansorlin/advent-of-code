      *> Shared FILE-CONTROL entries for operator notification (see
      *> NTFYFD.cpy/NTFYWS.cpy/NTFYRD.cpy). A message that sits in
      *> MSGLOG.txt until someone happens to read the console is a
      *> message nobody acted on: the on-call rotation master says
      *> who covers which dates and shift hours for each role, the
      *> routing table maps a message id and severity to the role
      *> that must hear about it, and the notification queue is
      *> what MSGSRV addresses to whoever is on call - acknowledged
      *> or escalated to the backup by NTFYACK.cbl. All three
      *> absent by default: E-severity messages still queue, to
      *> the OPS role, marked as having nobody on call.
           SELECT ONCALL ASSIGN TO 'ONCALL.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ONCALL-FS.

           SELECT NTFYRTE ASSIGN TO 'NTFYRTE.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTFYRTE-FS.

           SELECT NTFYQ ASSIGN TO 'NTFYQ.txt'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NTFYQ-FS.
