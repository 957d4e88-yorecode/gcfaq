      *> CBLINEPER.cpy
      *> Period-scoped per-line usage, keyed by account, closed
      *> period (YYYYMM) and calling number -- the LINESUM.DAT rows
      *> (see CBLINESUM.cpy) telclose snapshots for the period just
      *> closed, the per-line twin of ACCTPER.DAT.  telbill prints
      *> them as the invoice's usage-by-line section and proves
      *> them against the period's ACCTPER figures.
       01  LINEPER-REC.
           05  LINEPER-KEY.
               10  LNP-ACCT-NO     PIC 9(10).
               10  LNP-PERIOD      PIC 9(06).
               10  LNP-LINE-NO     PIC X(15).
           05  LNP-CALL-COUNT      PIC 9(09).
           05  LNP-MOU-TOT         PIC S9(09).
           05  LNP-CHARGE-TOT      PIC S9(09)V99.
