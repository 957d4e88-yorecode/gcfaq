      *> CBLIFELN.cpy
      *> Lifeline enrollment (LIFELINE.DAT), one row per enrolled
      *> account, maintained through tellife.  telbill applies the
      *> support amount as its own invoice line to every account
      *> whose enrollment is active, attested and not past its
      *> recertification due date, and records what it applied on
      *> LIFEAPPL.DAT (see CBLIFEAP.cpy) for the monthly claim.
       01  LIFELINE-REC.
           05  LFL-ACCT-NO             PIC 9(10).
      *>  Qualifying program the subscriber was verified under --
      *>  SNAP, MCAD (Medicaid), SSI, FPHA (federal public housing),
      *>  VPB (veterans pension), INC (income-based) and so on.
           05  LFL-PROGRAM             PIC X(04).
           05  LFL-VERIFY-DATE         PIC 9(08).
      *>  One year from the last verification; past it, tellife's
      *>  recertification sweep lapses the enrollment.
           05  LFL-RECERT-DUE          PIC 9(08).
      *>  The subscriber's one-per-household attestation: no
      *>  discount is applied without it.
           05  LFL-ATTEST              PIC X(01).
               88  LFL-ATTESTED                VALUE "Y".
           05  LFL-ATTEST-DATE         PIC 9(08).
      *>  Monthly support, dollars -- the standard federal amount
      *>  unless enrollment set another (enhanced tribal support).
           05  LFL-SUPPORT-AMT         PIC S9(03)V99.
           05  LFL-STATUS-IND          PIC X(01).
               88  LFL-ACTIVE                  VALUE "A".
               88  LFL-LAPSED                  VALUE "L".
               88  LFL-ENDED                   VALUE "X".
           05  LFL-STATUS-DATE         PIC 9(08).
           05  LFL-SET-BY              PIC X(08).
           05  LFL-SET-DATE            PIC 9(08).
