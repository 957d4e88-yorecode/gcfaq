      *> CBCONTR.cpy
      *> Service contract (term commitment), one record per
      *> account, maintained through telacct's CONTR field.  The
      *> customer commits to CTR-TERM-MONTHS from CTR-START-DATE;
      *> CTR-END-DATE is worked out once, when the contract is
      *> set, so every reader agrees on it.  Walking away early
      *> costs CTR-ETF-PER-MONTH for each month still left to run
      *> (a month begun counts), never more than CTR-ETF-CAP when
      *> a cap is set -- the fee declines as the term runs down.
      *> telbill's final-bill pass assesses it as a one-time
      *> charge on the closing invoice and marks the contract
      *> "T" with what was charged; telrenew lists contracts
      *> nearing their end for renewal.
       01  CONTRACT-REC.
           05  CTR-ACCT-NO         PIC 9(10).
           05  CTR-TERM-MONTHS     PIC 9(03).
           05  CTR-START-DATE      PIC 9(08).
           05  CTR-END-DATE        PIC 9(08).
           05  CTR-ETF-PER-MONTH   PIC S9(05)V99.
           05  CTR-ETF-CAP         PIC S9(07)V99.
           05  CTR-STATUS-IND      PIC X(01).
               88  CTR-ACTIVE             VALUE "A".
               88  CTR-TERMINATED         VALUE "T".
               88  CTR-CANCELLED          VALUE "X".
           05  CTR-ETF-AMT         PIC S9(07)V99.
           05  CTR-ETF-DATE        PIC 9(08).
           05  CTR-SET-BY          PIC X(08).
           05  CTR-SET-DATE        PIC 9(08).
