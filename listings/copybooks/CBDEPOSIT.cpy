      *> the final-bill pass applies the balance against the closing
      *> invoice when the account disconnects.  Every movement drops
      *> a "D" GLWORK.DAT row so the deposit liability in the GL is
      *> system-fed.  DEP-APPL-INV-NO and DEP-APPL-AMT are the
      *> closing invoice the deposit was last applied to and what it
      *> took, so the same invoice issued again -- a re-bill, or
      *> the final-bill pass resumed after a failure -- shows that
      *> amount instead of drawing on the deposit a second time.
       01  DEPOSIT-REC.
           05  DEP-ACCT-NO         PIC 9(10).
           05  DEP-PRINCIPAL       PIC S9(09)V99.
               88  DEP-APPLIED            VALUE "A".
               88  DEP-REFUNDED           VALUE "R".
           05  DEP-RECEIVED-BY     PIC X(08).
           05  DEP-APPL-INV-NO     PIC 9(08).
           05  DEP-APPL-AMT        PIC S9(09)V99.
