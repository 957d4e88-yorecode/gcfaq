      *> CBBILREV.cpy
      *> Bill-shock review queue, keyed by invoice number.  telbill
      *> adds a row for each invoice it holds (INV-REVIEW-IND on the
      *> register): what was billed against the trailing average
      *> and the class thresholds it broke, and the number of days
      *> the account's terms gave from issue to due, so a release
      *> can count the same terms from the release date.  telshock
      *> works the queue: released as is ("A") or with a note to
      *> the customer ("N"), or routed for correction through
      *> teldisp or telcmemo ("C") and released after.  "W" is an
      *> invoice re-billed since under the thresholds, withdrawn
      *> from review.  Nothing is ever deleted.
       01  BILLREV-REC.
           05  RVQ-INV-NO          PIC 9(08).
           05  RVQ-ACCT-NO         PIC 9(10).
           05  RVQ-PERIOD          PIC 9(06).
           05  RVQ-CLASS           PIC X(04).
      *>  The invoice's own charges (the figure tested) and its
      *>  amount due as rendered, held balances brought forward
      *>  included.
           05  RVQ-CHARGES         PIC S9(09)V99.
           05  RVQ-AMT-DUE         PIC S9(09)V99.
           05  RVQ-AVG-AMT         PIC S9(09)V99.
           05  RVQ-AVG-PERIODS     PIC 9(02).
           05  RVQ-SHK-PCT         PIC 9(05).
           05  RVQ-SHK-ABS         PIC S9(07)V99.
           05  RVQ-HELD-DATE       PIC 9(08).
           05  RVQ-TERM-DAYS       PIC 9(03).
           05  RVQ-STATUS          PIC X(01).
               88  RVQ-PENDING            VALUE "R".
               88  RVQ-ROUTED             VALUE "C".
               88  RVQ-AWAITING           VALUES "R" "C".
               88  RVQ-RELEASED-AS-IS     VALUE "A".
               88  RVQ-RELEASED-NOTE      VALUE "N".
               88  RVQ-RELEASED           VALUES "A" "N".
               88  RVQ-WITHDRAWN          VALUE "W".
      *>  "DISP" or "CMEMO" once routed; the latest action's date,
      *>  operator and note; and the due date a release gave.
           05  RVQ-ROUTE           PIC X(05).
           05  RVQ-ACTION-DATE     PIC 9(08).
           05  RVQ-OPER            PIC X(08).
           05  RVQ-NOTE            PIC X(60).
           05  RVQ-NEW-DUE-DATE    PIC 9(08).
      *>  An e-billed account's record set waits on BILLREVE.DAT
      *>  (see CBREVEB.cpy) until telshock EXTRACT sends it after
      *>  release.
           05  RVQ-EBILL-IND       PIC X(01).
               88  RVQ-NO-EBILL           VALUE SPACE.
               88  RVQ-EBILL-WAITING      VALUE "P".
               88  RVQ-EBILL-SENT         VALUE "S".
           05  RVQ-EBILL-DATE      PIC 9(08).
