      *> CBDEPDMD.cpy
      *> Deposit demand (DEPDEMND.DAT), one record per account the
      *> monthly telscore run graded D or E, keyed by account.  The
      *> demand is a multiple of the account's average bill less
      *> any deposit already held.  Collections takes the cash
      *> through teldep RECEIVE, which marks the demand satisfied
      *> once the held principal covers it; a later scoring run
      *> replaces an open demand with its own figures.
       01  DEP-DEMAND-REC.
           05  DMD-ACCT-NO             PIC 9(10).
           05  DMD-GRADE               PIC X(01).
           05  DMD-SCORE               PIC 9(03).
           05  DMD-AVG-BILL            PIC S9(09)V99.
           05  DMD-HELD-AMT            PIC S9(09)V99.
           05  DMD-DEMAND-AMT          PIC S9(09)V99.
           05  DMD-RUN-DATE            PIC 9(08).
           05  DMD-STATUS-IND          PIC X(01).
               88  DMD-OPEN                    VALUE "O".
               88  DMD-SATISFIED               VALUE "S".
           05  DMD-SATISFIED-DATE      PIC 9(08).
