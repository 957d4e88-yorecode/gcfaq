      *> CBSCORE.cpy
      *> Payment-behavior score (SCORE.DAT), one record per account
      *> with history in the twelve months before the scoring run,
      *> rebuilt from scratch by every telscore run.  The counts
      *> are what the score was worked out from, kept beside it so
      *> a grade can always be explained to the customer:
      *> payments applied and how many of them arrived after the
      *> due date, invoices still open past due, the worst lateness
      *> either way, the highest dunning level reached, broken
      *> payment arrangements, returned payments, agency placements
      *> and write-offs.  Grades run A (best) to E.
       01  SCORE-REC.
           05  SCR-ACCT-NO             PIC 9(10).
           05  SCR-INV-COUNT           PIC 9(05).
           05  SCR-BILLED-TOT          PIC S9(09)V99.
           05  SCR-PAY-COUNT           PIC 9(05).
           05  SCR-PAY-DAYS-TOT        PIC 9(07).
           05  SCR-LATE-COUNT          PIC 9(05).
           05  SCR-OPEN-PAST-DUE       PIC 9(05).
           05  SCR-MAX-DAYS-LATE       PIC 9(05).
           05  SCR-MAX-DUN-LEVEL       PIC 9(01).
           05  SCR-BROKEN-PLANS        PIC 9(03).
           05  SCR-RETURNS             PIC 9(03).
           05  SCR-PLACEMENTS          PIC 9(03).
           05  SCR-WRITE-OFFS          PIC 9(03).
           05  SCR-SCORE               PIC 9(03).
           05  SCR-GRADE               PIC X(01).
               88  SCR-GRADE-A                 VALUE "A".
               88  SCR-GRADE-B                 VALUE "B".
               88  SCR-GRADE-C                 VALUE "C".
               88  SCR-GRADE-D                 VALUE "D".
               88  SCR-GRADE-E                 VALUE "E".
           05  SCR-RUN-DATE            PIC 9(08).
