      *> CBAUTOPAY.cpy
      *> Direct-debit autopay enrollment, one record per account,
      *> maintained through telapay (AUTHTB-checked, like teldep).
      *> The customer's signed mandate authorizes us to debit the
      *> bank account the routing number and account token name;
      *> the token is the bank's own reference for the account, so
      *> the full account number never lands on our files.  While
      *> the enrollment is active, teldebit originates a debit for
      *> each invoice as it reaches its due date, and telbill tells
      *> the customer the bill will be debited rather than asking
      *> for a check.  A suspended or cancelled enrollment stays on
      *> file for the history; no debits are cut against it.
       01  AUTOPAY-REC.
           05  APY-ACCT-NO         PIC 9(10).
           05  APY-ROUTING-NO      PIC X(09).
           05  APY-BANK-TOKEN      PIC X(20).
           05  APY-MANDATE-DATE    PIC 9(08).
           05  APY-STATUS-IND      PIC X(01).
               88  APY-ACTIVE             VALUE "A".
               88  APY-SUSPENDED          VALUE "S".
               88  APY-CANCELLED          VALUE "X".
           05  APY-SET-BY          PIC X(08).
           05  APY-SET-DATE        PIC 9(08).
