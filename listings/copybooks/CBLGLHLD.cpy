      *> CBLGLHLD.cpy
      *> Legal hold, LEGALHLD.DAT, keyed by account and case: one
      *> row per case that has an account's records preserved.
      *> tellegal places the hold on every account-scope extract
      *> (or on its own with HOLD) and only tellegal RELS lifts
      *> it; the row stays on file with who released it and when.
      *> While any case holds an account, telpriv will not
      *> anonymize it.
       01  LEGALHLD-REC.
           05  LGH-KEY.
               10  LGH-ACCT-NO         PIC 9(10).
               10  LGH-CASEREF         PIC X(12).
           05  LGH-STATUS-IND      PIC X(01).
               88  LGH-HELD                VALUE "H".
               88  LGH-RELEASED            VALUE "R".
           05  LGH-PLACED-DATE     PIC 9(08).
           05  LGH-PLACED-BY       PIC X(08).
           05  LGH-RELEASED-DATE   PIC 9(08).
           05  LGH-RELEASED-BY     PIC X(08).
