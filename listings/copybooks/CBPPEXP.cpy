      *> CBPPEXP.cpy
      *> telexp's carried state for every prepaid account holding a
      *> balance (PREPEXP.DAT), rewritten whole at the end of each
      *> sweep.  FIRST-SEEN is the day the sweep first found the
      *> balance -- the inactivity clock's floor for an account
      *> with no usage or top-up on file at all.  WARNED-DATE is
      *> when the advance expiry warning went out and
      *> WARNED-ACTIVITY the last-activity date it was figured
      *> from, so the warning is sent once per inactive stretch:
      *> any new usage or top-up moves the activity date on and
      *> re-arms it.  ZERO WARNED-DATE means no warning sent.
       01  PPEXP-REC.
           05  PPX-ACCT-NO             PIC 9(10).
           05  PPX-FIRST-SEEN          PIC 9(08).
           05  PPX-WARNED-DATE         PIC 9(08).
           05  PPX-WARNED-ACTIVITY     PIC 9(08).
