      *>  agreement with this carrier.
           05  CARRIER-INBOUND-RATE PIC S9(03)V9(05) COMP-5.
           05  CARRIER-BILL-ACCT   PIC 9(10).
      *>  Terminating access: the per-minute rate WE charge this
      *>  carrier for calls its network originates and ours
      *>  completes (the switch's record type "4" traffic, rated by
      *>  telco5).  Home currency, like the inbound rate.  Zero
      *>  means no terminating-access agreement -- the records are
      *>  counted as unrated rather than billed at nothing.
           05  CARRIER-TERM-RATE   PIC S9(03)V9(05) COMP-5.
