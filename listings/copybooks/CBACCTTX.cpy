      *> CBACCTTX.cpy
      *> Per-account tax detail, keyed by account, rating month
      *> (YYYYMM) and jurisdiction code -- telco5 adds each posted
      *> call's Btax and Dtax here, and whatever the account's
      *> exemption certificate kept off the call, so the year-end
      *> account summary (telann) can split a customer's taxes by
      *> jurisdiction and state the exempt amounts; ACCTSUM only
      *> ever carried one total per tax.  Spaces in ATX-JURIS are
      *> calls taxed at the flat default rate.
       01  ACCTTAX-REC.
           05  ACCTTAX-KEY.
               10  ATX-ACCT-NO     PIC 9(10).
               10  ATX-PERIOD      PIC 9(06).
               10  ATX-JURIS       PIC X(03).
           05  ATX-CALL-COUNT      PIC 9(09).
           05  ATX-PRICE-TOT       PIC S9(09)V99.
           05  ATX-BTAX-TOT        PIC S9(09)V99.
           05  ATX-DTAX-TOT        PIC S9(09)V99.
           05  ATX-EXEMPT-BTAX     PIC S9(09)V99.
           05  ATX-EXEMPT-DTAX     PIC S9(09)V99.
