       01  ESCH-RULE-REC.
           05  ESC-STATE           PIC X(02).
           05  ESC-DORMANT-YEARS   PIC 9(02).
      *>  "Y" where the state also treats an expired prepaid
      *>  balance as unclaimed property: telexp hands such balances
      *>  to telesch's list (PPESCH.DAT) instead of taking them to
      *>  breakage revenue.  Space leaves prepaid expiry as
      *>  breakage.
           05  ESC-PREPAID-IND     PIC X(01).
               88  ESC-PREPAID-UNCLAIMED  VALUE "Y".
