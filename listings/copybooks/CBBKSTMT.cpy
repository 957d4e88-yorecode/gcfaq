      *> CBBKSTMT.cpy
      *> The bank's daily statement of the operating account
      *> (BANKSTMT.DAT): an "H" header with the statement date and
      *> opening balance, one "D" row per item posted to the
      *> account, and a "T" trailer with the closing balance.  Any
      *> other row type is the bank's framing and is skipped.
      *>
      *>   BKS-ITEM-TYPE  C  a credit (lockbox deposit, debit
      *>                     collection, counter deposit)
      *>                  D  a debit (check or ACH paid out)
      *>                  R  a returned item charged back
      *>
      *> BKS-REF is the reference the item travelled under, as the
      *> bank echoes it -- the deposit or batch reference, the
      *> debit trace, the returned check's number.
       01  BANKSTMT-REC.
           05  BKS-REC-TYPE            PIC X(01).
               88  BKS-HEADER                  VALUE "H".
               88  BKS-DETAIL                  VALUE "D".
               88  BKS-TRAILER                 VALUE "T".
           05  BKS-BODY                PIC X(60).
           05  BKS-ITEM REDEFINES BKS-BODY.
               10  BKS-ITEM-TYPE       PIC X(01).
                   88  BKS-CREDIT              VALUE "C".
                   88  BKS-DEBIT               VALUE "D".
                   88  BKS-RETURN              VALUE "R".
               10  BKS-REF             PIC X(12).
               10  BKS-AMOUNT          PIC 9(09)V99.
               10  BKS-VALUE-DATE      PIC 9(08).
               10  BKS-DESC            PIC X(28).
           05  BKS-BALANCES REDEFINES BKS-BODY.
               10  BKS-STMT-DATE       PIC 9(08).
               10  BKS-BALANCE         PIC S9(11)V99.
               10                      PIC X(39).
