      *> CBBUDLED.cpy
      *> Budget-billing ledger (BUDGLEDG.DAT), one row per account
      *> per billed period, written by telbill as each budget
      *> invoice is cut -- keyed like the register row it rides
      *> with, so a re-billed period replaces its row, never adds a
      *> second.  The actual usage charges, what was billed in
      *> their place and the deferred balance either side of it:
      *> the account's budget history, period by period, for the
      *> customer who asks where the settlement came from.
      *>
      *>   BLG-ENTRY-TYPE  B a budget month; S the settlement month;
      *>                   X the settle-out after a cancellation;
      *>                   F settled on the final bill
       01  BUDGLEDG-REC.
           05  BLG-KEY.
               10  BLG-ACCT-NO         PIC 9(10).
               10  BLG-PERIOD          PIC 9(06).
           05  BLG-INV-NO              PIC 9(08).
           05  BLG-ENTRY-TYPE          PIC X(01).
               88  BLG-BUDGET-MONTH           VALUE "B".
               88  BLG-SETTLEMENT             VALUES "S" "X" "F".
           05  BLG-INSTALL-AMT         PIC S9(07)V99.
           05  BLG-ACTUAL-AMT          PIC S9(09)V99.
           05  BLG-BILLED-AMT          PIC S9(09)V99.
           05  BLG-BAL-BEFORE          PIC S9(09)V99.
           05  BLG-BAL-AFTER           PIC S9(09)V99.
           05  BLG-BILL-DATE           PIC 9(08).
