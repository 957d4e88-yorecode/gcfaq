           05  PER-CALL-COUNT      PIC 9(09).
           05  PER-ALLOW-USED      PIC 9(09).
           05  PER-MOU-TOT         PIC S9(09).
      *>  The period's SMS and data-session figures, snapshotted
      *>  from the matching SUM- fields (see CBACCTSUM.cpy).
           05  PER-SMS-RECS        PIC 9(09).
           05  PER-MSG-TOT         PIC S9(09).
           05  PER-MSG-PRICE       PIC S9(09)V99.
           05  PER-MSG-ALLOW-USED  PIC 9(09).
           05  PER-DATA-SESSIONS   PIC 9(09).
           05  PER-DATA-KB-TOT     PIC S9(11).
           05  PER-DATA-PRICE      PIC S9(09)V99.
           05  PER-DATA-ALLOW-KB   PIC 9(11).
