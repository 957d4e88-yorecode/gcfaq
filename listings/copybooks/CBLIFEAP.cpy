      *> CBLIFEAP.cpy
      *> Lifeline support applied (LIFEAPPL.DAT), one row per
      *> account per billed period, written by telbill as each
      *> invoice carries the discount -- a re-billed period
      *> replaces its row, never adds a second.  tellife's monthly
      *> claim sums the period's rows by operating entity.
       01  LIFE-APPLIED-REC.
           05  LFA-KEY.
               10  LFA-PERIOD          PIC 9(06).
               10  LFA-ACCT-NO         PIC 9(10).
           05  LFA-ENTITY-CODE         PIC X(02).
           05  LFA-PROGRAM             PIC X(04).
           05  LFA-INV-NO              PIC 9(08).
           05  LFA-AMOUNT              PIC S9(05)V99.
           05  LFA-BILL-DATE           PIC 9(08).
