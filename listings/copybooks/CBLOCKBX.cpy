      *> CBLOCKBX.cpy
      *> One lockbox line per payment: "H" carries the deposit date
      *> and total, "D" one remitted payment.  A payment with no
      *> stub arrives with zeros in PAY-INV-NO.  The bank's lockbox
      *> file and teldebit's direct-debit posting file share this
      *> layout, so both go through telpay's one cash-application
      *> path.
       01  LOCKBOX-REC.
           05  PAY-REC-TYPE      PIC X(01).
               88  PAY-DEPOSIT-HEADER     VALUE "H".
               88  PAY-DETAIL             VALUE "D".
           05  PAY-INV-NO        PIC 9(08).
           05  PAY-ACCT-NO       PIC 9(10).
           05  PAY-AMOUNT        PIC 9(09)V99.
           05  PAY-CHECK-REF     PIC X(12).
           05  PAY-DATE          PIC 9(08).
      *>  Receipt currency: spaces for home currency; a foreign
      *>  code means PAY-AMOUNT is in that currency, to be applied
      *>  against the customer's invoices billed in it.
           05  PAY-CURRENCY      PIC X(03).
