      *>  by telroam and netted by telsettl alongside the other
      *>  two directions.
           05  CM-INBOUND-TOT      PIC S9(11)V99.
      *>  Terminating-access receivable -- what this carrier owes us
      *>  for its traffic completed on our network, rolled up by
      *>  telco5 off the record type "4" CDRs, invoiced by telroam
      *>  INVOICE and netted by telsettl.  Minutes alongside so the
      *>  carrier's dispute can be argued in its own units.
           05  CM-TERM-TOT         PIC S9(11)V99.
           05  CM-TERM-MINUTES     PIC 9(11).
