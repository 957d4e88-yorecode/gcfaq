      *> CBLOYLG.cpy
      *> Loyalty points ledger (LOYLEDG.DAT), keyed by the account
      *> holding the points and a per-account posting sequence, and
      *> written only through TELLOY (see CBLOYRQ.cpy) and telpts.
      *> Row 000000 of each account is its summary; the rows after
      *> it are the postings, oldest first:
      *>
      *>   E  points earned on cash telpay applied to one invoice,
      *>      LYL-REMAIN the part of the lot not yet redeemed,
      *>      reversed, forfeited or expired -- lots are used up
      *>      oldest first, and a lot expires 24 months after it
      *>      was earned
      *>   R  an earn taken back because its payment was returned
      *>   W  the balance forfeited when the account's debt was
      *>      written off
      *>   D  points redeemed as a credit memo (LYL-INV-NO the memo)
      *>   X  points expired by telpts' month-end run
      *>
      *> Account zero's row 000000 is telpts' valuation control:
      *> the last month valued and the liability booked then.
      *> Points owed back after they were spent (a payment returned
      *> after its points were redeemed) are LYS-DEFICIT, settled
      *> out of the next points the account earns.
       01  LOY-LEDGER-REC.
           05  LYL-KEY.
               10  LYL-ACCT-NO         PIC 9(10).
               10  LYL-SEQ             PIC 9(06).
           05  LYL-TYPE                PIC X(01).
               88  LYL-ACCT-SUMMARY            VALUE "S".
               88  LYL-VALUATION-CTL           VALUE "V".
               88  LYL-EARN                    VALUE "E".
               88  LYL-REVERSAL                VALUE "R".
               88  LYL-FORFEIT                 VALUE "W".
               88  LYL-REDEMPTION              VALUE "D".
               88  LYL-EXPIRY                  VALUE "X".
           05  LYL-DATE                PIC 9(08).
           05  LYL-POINTS              PIC S9(09).
           05  LYL-DETAIL.
               10  LYL-REMAIN          PIC 9(09).
               10  LYL-BASE-PTS        PIC 9(09).
               10  LYL-BONUS-PTS       PIC 9(09).
               10  LYL-CHECK-REF       PIC X(12).
               10  LYL-REMIT-ACCT      PIC 9(10).
               10  LYL-INV-NO          PIC 9(08).
               10  LYL-CASH-AMT        PIC S9(09)V99.
               10  LYL-REVERSED-IND    PIC X(01).
                   88  LYL-EARN-REVERSED       VALUE "R".
               10  LYL-USERID          PIC X(08).
           05  LYL-SUMMARY REDEFINES LYL-DETAIL.
               10  LYS-BALANCE         PIC 9(09).
               10  LYS-DEFICIT         PIC 9(09).
               10  LYS-LAST-SEQ        PIC 9(06).
               10  LYS-EARNED          PIC 9(09).
               10  LYS-REVERSED        PIC 9(09).
               10  LYS-REDEEMED        PIC 9(09).
               10  LYS-EXPIRED         PIC 9(09).
               10  LYS-FORFEITED       PIC 9(09).
               10                      PIC X(08).
           05  LYL-CONTROL REDEFINES LYL-DETAIL.
               10  LYC-LAST-PERIOD     PIC 9(06).
               10  LYC-LAST-POINTS     PIC 9(11).
               10  LYC-LAST-LIAB       PIC S9(09)V99.
               10                      PIC X(49).
