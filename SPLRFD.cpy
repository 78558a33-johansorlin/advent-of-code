      *> Shared FDs for the supplier master and arrival log. See
      *> SPLRSEL.cpy.
      *> Supplier master fixed offsets: DSN(1:40) SUPPLIER(42:8)
      *> DUE(51:4 HHMM, shop clock) CONTACT(56:40). One record
      *> per catalog input dataset - two programs reading the same
      *> dataset share its supplier. A line starting '*' in column
      *> 1 is a comment.
       FD  SPLRMSTR.
       01  SPLRMSTR-REC       PIC X(100).

      *> Arrival log fixed offsets: DATE(1:8) TIME(10:8) PGM(19:8)
      *> SUPPLIER(28:8) DUE(37:4) MIN-LATE(42:5) FIRST(48:1)
      *> OUTCOME(50:8) DUP(59:1) CTLCORR(61:1) RECORDS(63:8)
      *> FEED-DSN(72:40) RUN-ID(113:16). Append-only, one record
      *> per staging. FIRST is 'Y' on the first arrival of the
      *> dataset that day - the delivery the due time is measured
      *> against; later arrivals the same day are re-sends. DUP is
      *> 'Y' when the fingerprint register already held the file;
      *> CTLCORR is 'Y' when an accepted file re-wrote a count the
      *> same day's earlier acceptance had put in the control file.
       FD  FEEDARRV.
       01  FEEDARRV-REC       PIC X(128).
