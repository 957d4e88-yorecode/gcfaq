      *> CBREVEB.cpy
      *> E-bill record sets of invoices held for bill-shock review
      *> (see CBBILREV.cpy), keyed by invoice number and row: the
      *> rows telbill would have written to EBILL.DAT, exactly, in
      *> order.  A re-billed invoice replaces its set.
       01  REVEBILL-REC.
           05  RVE-KEY.
               10  RVE-INV-NO      PIC 9(08).
               10  RVE-SEQ         PIC 9(03).
           05  RVE-ROW             PIC X(100).
