      *>  later audit of the quarterly filing can be re-derived
      *>  from the detail.
           05  STMT-JURIS-CLASS    PIC X(01).
      *>  The subscriber line the call was placed from (the CDR's
      *>  calling number, unmasked -- it is the customer's own
      *>  line), so the statement can subtotal by line.  Spaces
      *>  when the record carried none; lines written before the
      *>  field existed read back as spaces too.
           05  STMT-CALLING-NUMBER PIC X(15).
