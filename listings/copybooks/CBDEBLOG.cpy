      *> CBDEBLOG.cpy
      *> Direct-debit origination log, one record per invoice
      *> debited, keyed by invoice number.  teldebit writes the row
      *> the night it puts the debit on the bank's origination file,
      *> so a re-run never originates the same invoice twice; telpay
      *> flips it to "P" when the matching posting row is applied,
      *> so a debit posting file replayed by mistake cannot raise
      *> INV-PAID-AMT a second time.  DBL-TRACE-REF is the reference
      *> the debit travels under -- on the bank file, on the posting
      *> row's PAY-CHECK-REF, and on any returned item the bank
      *> sends back.  telrtn flips a debit the bank returned
      *> to "R"; it is never originated again.
       01  DEBITLOG-REC.
           05  DBL-INV-NO          PIC 9(08).
           05  DBL-ACCT-NO         PIC 9(10).
           05  DBL-AMOUNT          PIC S9(09)V99.
           05  DBL-EFF-DATE        PIC 9(08).
           05  DBL-ORIG-DATE       PIC 9(08).
           05  DBL-TRACE-REF       PIC X(12).
           05  DBL-STATUS-IND      PIC X(01).
               88  DBL-ORIGINATED         VALUE "O".
               88  DBL-POSTED             VALUE "P".
               88  DBL-RETURNED           VALUE "R".
           05  DBL-BATCH-ID        PIC X(20).
