      *> CBRETITM.cpy
      *> Bank returned-item file (RETITEM.DAT), one "D" row per
      *> check or debit the bank could not collect -- NSF, account
      *> closed, payment stopped, debit not authorized.  The bank
      *> echoes the item's reference and the account number from
      *> the original remittance (the lockbox stub, or teldebit's
      *> debit row) and the item amount; RTI-REASON is the bank's
      *> return code (R01 insufficient funds, R02 account closed,
      *> ...).  Any other row type is the bank's framing and is
      *> skipped.
       01  RETITEM-REC.
           05  RTI-REC-TYPE        PIC X(01).
               88  RTI-DETAIL             VALUE "D".
           05  RTI-CHECK-REF       PIC X(12).
           05  RTI-ACCT-NO         PIC 9(10).
           05  RTI-AMOUNT          PIC 9(09)V99.
           05  RTI-REASON          PIC X(03).
           05  RTI-RETURN-DATE     PIC 9(08).
