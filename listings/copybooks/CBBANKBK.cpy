      *> CBBANKBK.cpy
      *> Cash book (BANKBOOK.DAT): one row for every movement of
      *> money the books say went through the operating bank
      *> account, appended by the program that caused it, so
      *> telbrec can prove each one against the bank's statement:
      *>
      *>   L  a lockbox deposit -- the cash telpay posted (applied
      *>      plus suspense) off one LOCKBOX.DAT deposit, under the
      *>      deposit header's reference and date
      *>   A  an autopay collection -- the same for a teldebit
      *>      posting file, under its DEBIT. batch reference
      *>   P  a security deposit received or refunded by teldep
      *>   F  a credit-balance refund cut by telrfnd
      *>   N  a check or debit the bank returned, charged back by
      *>      telrtn under the item's own reference
      *>
      *> BKB-AMOUNT is always positive; BKB-DIRECTION says whether
      *> the money came in or went out.  Append-only: telbrec keeps
      *> count of the rows it has taken, never rewrites the file.
       01  BANKBOOK-REC.
           05  BKB-SOURCE              PIC X(01).
               88  BKB-LOCKBOX                 VALUE "L".
               88  BKB-AUTOPAY                 VALUE "A".
               88  BKB-SEC-DEPOSIT             VALUE "P".
               88  BKB-REFUND                  VALUE "F".
               88  BKB-RETURNED-ITEM           VALUE "N".
           05  BKB-DIRECTION           PIC X(01).
               88  BKB-MONEY-IN                VALUE "C".
               88  BKB-MONEY-OUT               VALUE "D".
           05  BKB-REF                 PIC X(12).
           05  BKB-DATE                PIC 9(08).
           05  BKB-AMOUNT              PIC 9(09)V99.
           05  BKB-ACCT-NO             PIC 9(10).
           05  BKB-PROGRAM             PIC X(08).
