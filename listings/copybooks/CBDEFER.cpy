      *> CBDEFER.cpy
      *> Deferred-revenue schedule, keyed by account, invoice and
      *> line: one row for every recurring charge and equipment
      *> rental telbill puts on an invoice, with the service period
      *> the amount pays for.  The amount goes to the deferred-
      *> revenue liability when billed ("F"/BIL GLWORK row) and is
      *> released to revenue day by day over DFS-SVC-FROM through
      *> DFS-SVC-TO by teldefr's period-end recognition run, which
      *> keeps DFS-RECOG-AMT as what has been released so far.  A
      *> re-billed invoice replaces its rows; a final bill releases
      *> whatever the account still has deferred.  The row closes
      *> ("C") once the whole amount has been recognized.  A row a
      *> final bill released carries that invoice's number and the
      *> amount released (DFS-RELEASE-INV/-AMT), so a final bill
      *> resumed after a failure can count the release again
      *> toward its run's GL totals.
       01  DEFERSCH-REC.
           05  DEFERSCH-KEY.
               10  DFS-ACCT-NO     PIC 9(10).
               10  DFS-INV-NO      PIC 9(08).
               10  DFS-LINE        PIC 9(03).
           05  DFS-SOURCE-IND      PIC X(01).
               88  DFS-RECURRING          VALUE "R".
               88  DFS-EQUIPMENT          VALUE "E".
           05  DFS-DESC            PIC X(30).
           05  DFS-PERIOD          PIC 9(06).
           05  DFS-BILL-DATE       PIC 9(08).
           05  DFS-AMOUNT          PIC S9(07)V99.
           05  DFS-SVC-FROM        PIC 9(08).
           05  DFS-SVC-TO          PIC 9(08).
           05  DFS-RECOG-AMT       PIC S9(07)V99.
           05  DFS-RECOG-THRU      PIC 9(08).
           05  DFS-STATUS-IND      PIC X(01).
               88  DFS-OPEN               VALUE "O".
               88  DFS-CLOSED             VALUE "C".
           05  DFS-RELEASE-INV     PIC 9(08).
           05  DFS-RELEASE-AMT     PIC S9(07)V99.
