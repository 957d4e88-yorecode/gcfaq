      *> CBLINESUM.cpy
      *> Per-line running usage, keyed by account and the calling
      *> number the usage was placed from -- the ACCTSUM figures
      *> broken down by line, so a business account with many
      *> phones can see which of them ran the charges up.
      *> Maintained by telco5 alongside each STMTDET.DAT line
      *> (the charge is the same price-plus-taxes figure, so an
      *> account's lines add back to its SUM-OUTPUT-TOT), cut over
      *> to LINEPER.DAT by telclose with the account summaries.
      *> Spaces in LNS-LINE-NO hold usage whose record carried no
      *> calling number, so the lines still add to the account.
       01  LINESUM-REC.
           05  LINESUM-KEY.
               10  LNS-ACCT-NO     PIC 9(10).
               10  LNS-LINE-NO     PIC X(15).
           05  LNS-CALL-COUNT      PIC 9(09).
           05  LNS-MOU-TOT         PIC S9(09).
           05  LNS-CHARGE-TOT      PIC S9(09)V99.
