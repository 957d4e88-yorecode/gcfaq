      *> CBRESSHT.cpy
      *> Commitment ledger, keyed by reseller account and period
      *> (YYYYMM): one row for every period telresel settles
      *> against a commitment (see CBRESCMT.cpy), carrying the
      *> period's actual wholesale charges, the monthly minimum in
      *> force, the monthly shortfall billed and -- in the last
      *> month of a commitment year -- the annual true-up billed
      *> (negative when monthly shortfalls already billed are
      *> credited back).  The year-end true-up sums the twelve
      *> rows of the year, so a re-run of a period replaces its
      *> row rather than counting twice.
       01  RESSHORT-REC.
           05  RESSHORT-KEY.
               10  RSH-ACCT-NO     PIC 9(10).
               10  RSH-PERIOD      PIC 9(06).
           05  RSH-ACTUAL          PIC S9(11)V99.
           05  RSH-MONTHLY-MIN     PIC S9(09)V99.
           05  RSH-SHORTFALL       PIC S9(09)V99.
           05  RSH-TRUEUP          PIC S9(11)V99.
           05  RSH-INV-NO          PIC 9(08).
           05  RSH-SETTLE-DATE     PIC 9(08).
