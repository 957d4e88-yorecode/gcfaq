      *> CBPPESCH.cpy
      *> Expired prepaid balances awaiting escheatment
      *> (PPESCH.DAT).  telexp appends a row when a balance
      *> expires in a state whose ESCHTB.DAT rule treats prepaid
      *> balances as unclaimed property -- instead of booking it as
      *> breakage -- and telesch carries it on that state's
      *> remittance list once the dormancy period has run from
      *> PPE-LAST-ACTIVITY, then drops it from the file.
       01  PPESCH-REC.
           05  PPE-ACCT-NO             PIC 9(10).
           05  PPE-STATE               PIC X(02).
           05  PPE-AMOUNT              PIC 9(09)V99.
           05  PPE-LAST-ACTIVITY       PIC 9(08).
           05  PPE-EXPIRED-DATE        PIC 9(08).
