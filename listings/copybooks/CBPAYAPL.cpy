      *> CBPAYAPL.cpy
      *> Payment application log, written by telpay as it applies
      *> cash -- the trail telrtn follows back when the bank
      *> returns the item.  Keyed by the payment's reference (the
      *> check number, or the "DD" debit trace) and the account
      *> number exactly as the remittance carried it, then the
      *> invoice: one row per invoice the payment reached, plus a
      *> row with PAL-INV-NO zero for the payment as a whole,
      *> carrying the part that went to unapplied-cash suspense
      *> and the credit it gave an active payment arrangement.
      *> PAL-BILL-ACCT is the account the cash was finally applied
      *> to, which differs from the key when the remittance carried
      *> only a stub invoice.  A returned row is kept for the
      *> history, flipped to "R" with the return date and reason.
      *> PAL-CURRENCY is the receipt's currency (spaces for home),
      *> and on the payment-level row PAL-ITEM-AMT is the
      *> remittance in that currency, the figure the bank returns.
      *> On an invoice row PAL-FX-AMT is what the payment took off
      *> the invoice's billing-currency balance (INV-FX-PAID-AMT)
      *> and PAL-FX-GAIN-LOSS the realized exchange gain (+) or
      *> loss (-) it booked there; both zero when neither side was
      *> foreign.
       01  PAYAPPL-REC.
           05  PAL-KEY.
               10  PAL-CHECK-REF   PIC X(12).
               10  PAL-ACCT-NO     PIC 9(10).
               10  PAL-INV-NO      PIC 9(08).
           05  PAL-BILL-ACCT       PIC 9(10).
           05  PAL-AMOUNT          PIC S9(09)V99.
           05  PAL-SUSP-AMT        PIC S9(09)V99.
           05  PAL-PLAN-AMT        PIC S9(09)V99.
           05  PAL-POST-DATE       PIC 9(08).
           05  PAL-STATUS-IND      PIC X(01).
               88  PAL-APPLIED            VALUE "A".
               88  PAL-RETURNED           VALUE "R".
           05  PAL-RETURN-DATE     PIC 9(08).
           05  PAL-RETURN-REASON   PIC X(03).
           05  PAL-CURRENCY        PIC X(03).
           05  PAL-ITEM-AMT        PIC S9(09)V99.
           05  PAL-FX-AMT          PIC S9(09)V99.
           05  PAL-FX-GAIN-LOSS    PIC S9(09)V99.
