      *> Shared FD for the data dictionary. See DDICSEL.cpy. Fixed
      *> offsets: KIND(1:1) then, for KIND 'F', FILE(3:8) DSN(12:40)
      *> RECLEN(53:4) COMMENTS(58:1) DESC(60:40); for KIND 'D',
      *> FILE(3:8) FIELD(12:16) START(29:4) LENGTH(34:4) TYPE(39:1)
      *> DESC(41:40). COMMENTS 'Y' means a '*' line in the master is
      *> a comment; TYPE is X for text, 9 for unsigned digits. A
      *> line starting '*' is a comment.
       FD  DATADICT.
       01  DATADICT-REC       PIC X(100).
