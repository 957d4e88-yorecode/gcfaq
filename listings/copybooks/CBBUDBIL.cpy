      *> CBBUDBIL.cpy
      *> Budget (levelized) billing enrollment, one record per
      *> account on BUDGBILL.DAT, maintained through tellevel.  The
      *> account is billed BBL-INSTALL-AMT for its usage every
      *> month in place of the actual usage charges; telbill keeps
      *> the running difference in BBL-DEFER-BAL (actual less
      *> billed -- positive, the customer owes it; negative, we do)
      *> and settles it on the invoice for the BBL-SETTLE-MONTH
      *> period, or on the first invoice after a cancellation, or
      *> on the final bill.  Each period's movement is kept on the
      *> budget ledger (BUDGLEDG.DAT, see CBBUDLED.cpy).
      *>
      *>   BBL-STATUS-IND  A active; X cancelled, difference still
      *>                   to settle; C ended, nothing outstanding
      *>   BBL-LAST-REVIEW the period (YYYYMM) the installment was
      *>                   last set -- tellevel REVIEW re-evaluates
      *>                   it a quarter on
      *>   BBL-REVIEW-DUE  "Y" once a settlement has billed, so the
      *>                   next review resets the installment to the
      *>                   fresh twelve-period average
       01  BUDGBILL-REC.
           05  BBL-ACCT-NO         PIC 9(10).
           05  BBL-STATUS-IND      PIC X(01).
               88  BBL-ACTIVE             VALUE "A".
               88  BBL-CANCELLED          VALUE "X".
               88  BBL-ENDED              VALUE "C".
           05  BBL-INSTALL-AMT     PIC S9(07)V99.
           05  BBL-SETTLE-MONTH    PIC 9(02).
           05  BBL-START-PERIOD    PIC 9(06).
           05  BBL-DEFER-BAL       PIC S9(09)V99.
           05  BBL-LAST-PERIOD     PIC 9(06).
           05  BBL-LAST-REVIEW     PIC 9(06).
           05  BBL-REVIEW-DUE      PIC X(01).
               88  BBL-RESET-DUE          VALUE "Y".
           05  BBL-SET-BY          PIC X(08).
           05  BBL-SET-DATE        PIC 9(08).
