      *> CBBRECOP.cpy
      *> telbrec's carried-forward items (BRECOPEN.DAT), rewritten
      *> whole at the end of every reconciliation.  The "*" row
      *> comes first and holds the position the next day starts
      *> from: the last statement reconciled, the bank's closing
      *> balance on it, the book balance, and how many BANKBOOK.DAT
      *> rows have been taken so far.  Every other row is one item
      *> still unmatched -- "K" on the bank's side, "B" on the
      *> books' -- with the date it first went unmatched, so its
      *> age decides whether it is a timing difference or an
      *> exception.
       01  BRECOPEN-REC.
           05  BRO-SIDE                PIC X(01).
               88  BRO-CONTROL                 VALUE "*".
               88  BRO-BANK-ITEM               VALUE "K".
               88  BRO-BOOK-ITEM               VALUE "B".
           05  BRO-BODY                PIC X(70).
           05  BRO-ITEM REDEFINES BRO-BODY.
               10  BRO-DIRECTION       PIC X(01).
               10  BRO-SOURCE          PIC X(01).
               10  BRO-REF             PIC X(12).
               10  BRO-AMOUNT          PIC 9(09)V99.
               10  BRO-ITEM-DATE       PIC 9(08).
               10  BRO-FIRST-SEEN      PIC 9(08).
               10  BRO-ACCT-NO         PIC 9(10).
               10                      PIC X(19).
           05  BRO-CONTROL-DATA REDEFINES BRO-BODY.
               10  BRC-LAST-STMT-DATE  PIC 9(08).
               10  BRC-BANK-BALANCE    PIC S9(11)V99.
               10  BRC-BOOK-BALANCE    PIC S9(11)V99.
               10  BRC-BOOK-ROWS       PIC 9(09).
               10                      PIC X(27).
