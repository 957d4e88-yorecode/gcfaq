           05  ALR-TYPE            PIC X(01).
               88  ALR-DOLLARS            VALUE "D".
               88  ALR-MINUTES            VALUE "M".
      *>  Never on a customer's threshold row: the type telexp
      *>  puts on its USRNOTIF.DAT rows, the advance warning that a
      *>  prepaid balance is about to expire for inactivity (level
      *>  the balance at risk, value the days left).
               88  ALR-PREPAID-EXPIRY     VALUE "X".
           05  ALR-LEVEL           PIC S9(09)V99.
