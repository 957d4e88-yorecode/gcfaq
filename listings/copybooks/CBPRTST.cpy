      *> mailed-confirmation return flips it to "C" with the mailed
      *> date.  Anything still "S" past the grace window lands on
      *> the exception report instead of in next month's complaint
      *> calls.  telrmail flips a document the post office sent
      *> back undeliverable to "R" (returned).
       01  PRINT-STAT-REC.
           05  PRT-INV-NO          PIC 9(08).
           05  PRT-ACCT-NO         PIC 9(10).
           05  PRT-STATUS-IND      PIC X(01).
               88  PRT-SENT               VALUE "S".
               88  PRT-CONFIRMED          VALUE "C".
               88  PRT-RETURNED           VALUE "R".
