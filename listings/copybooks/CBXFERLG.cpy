      *> CBXFERLG.cpy
      *> Credit-balance transfer log (XFERLOG.DAT), appended by
      *> telxfer once both register documents of a transfer are on
      *> file, and read back by its REPORT run for the daily
      *> transfer report.  XFL-AMOUNT is the credit moved;
      *> XFL-APPLIED the part of it telxfer applied straight to the
      *> receiving account's open invoices, the rest left standing
      *> as a credit there.
       01  XFERLOG-REC.
           05  XFL-DATE                PIC 9(08).
           05  XFL-TIME                PIC 9(06).
           05  XFL-FROM-ACCT           PIC 9(10).
           05  XFL-TO-ACCT             PIC 9(10).
           05  XFL-AMOUNT              PIC 9(09)V99.
           05  XFL-APPLIED             PIC 9(09)V99.
           05  XFL-FROM-DOC            PIC 9(08).
           05  XFL-TO-DOC              PIC 9(08).
           05  XFL-REASON              PIC X(08).
           05  XFL-USERID              PIC X(08).
           05  XFL-APPROVER            PIC X(08).
