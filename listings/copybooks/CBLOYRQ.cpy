      *> CBLOYRQ.cpy
      *> Parameter block for CALL "TELLOY" USING LOY-REQUEST -- the
      *> one way onto the loyalty points ledger (see CBLOYLG.cpy).
      *>
      *>   E  earn: LRQ-AMOUNT cash applied to invoice LRQ-INV-NO
      *>      of account LRQ-ACCT-NO by payment LRQ-CHECK-REF /
      *>      LRQ-REMIT-ACCT (the key telpay logs it under on
      *>      PAYAPPL.DAT), on LRQ-DATE
      *>   R  reverse: the same payment and invoice came back
      *>   W  forfeit: the account's debt was written off
      *>   D  redeem: LRQ-POINTS off the account for credit memo
      *>      LRQ-INV-NO worth LRQ-AMOUNT, issued by LRQ-USERID
      *>   C  close the ledger at end of run
      *>
      *> On return LRQ-POINTS is the points posted (negative when
      *> taken off), LRQ-BALANCE the account's balance after, and
      *> LRQ-RESULT whether anything was posted.  A refused
      *> redemption says why in LRQ-REFUSE-REASON.
       01  LOY-REQUEST.
           05  LRQ-FUNCTION            PIC X(01)  VALUE "E".
               88  LRQ-EARN                    VALUE "E".
               88  LRQ-REVERSE-PAYMENT         VALUE "R".
               88  LRQ-FORFEIT                 VALUE "W".
               88  LRQ-REDEEM                  VALUE "D".
               88  LRQ-CLOSE                   VALUE "C".
           05  LRQ-ACCT-NO             PIC 9(10)  VALUE ZERO.
           05  LRQ-CHECK-REF           PIC X(12)  VALUE SPACES.
           05  LRQ-REMIT-ACCT          PIC 9(10)  VALUE ZERO.
           05  LRQ-INV-NO              PIC 9(08)  VALUE ZERO.
           05  LRQ-AMOUNT              PIC S9(09)V99
                                                  VALUE ZERO.
           05  LRQ-DATE                PIC 9(08)  VALUE ZERO.
           05  LRQ-USERID              PIC X(08)  VALUE SPACES.
           05  LRQ-POINTS              PIC S9(09) VALUE ZERO.
           05  LRQ-BALANCE             PIC 9(09)  VALUE ZERO.
           05  LRQ-RESULT              PIC X(01)  VALUE "N".
               88  LRQ-POSTED                  VALUE "Y".
           05  LRQ-REFUSE-REASON       PIC X(30)  VALUE SPACES.
