      *> CBICB.cpy
      *> Individually negotiated (ICB -- individual case basis)
      *> per-minute rate for one account in one rate class
      *> (PR/LO/IN/TF, the CBWHOL classes), keyed by account, class
      *> and effective date so a renegotiated rate keeps the old
      *> one on file.  Maintained only through telicb, under AUTHTB
      *> rate-maintenance authority with every change on the
      *> TELCO.TAUD trail, instead of sales minting a one-customer
      *> plan code on PLANTAB for every deal.  telco5 prices the
      *> class at ICB-RATE ahead of anything the account's plan
      *> names, from ICB-EFF-DATE through ICB-EXP-DATE inclusive;
      *> an expiry of zero means open-ended.  Once the latest row
      *> in effect has expired the account simply falls back to
      *> its plan -- an older row is never revived.
       01  ICB-RATE-REC.
           05  ICB-KEY.
               10  ICB-ACCT-NO     PIC 9(10).
               10  ICB-CLASS       PIC X(02).
               10  ICB-EFF-DATE    PIC 9(08).
           05  ICB-EXP-DATE        PIC 9(08).
           05  ICB-RATE            PIC S9(03)V9(05) COMP-5.
           05  ICB-SET-BY          PIC X(08).
           05  ICB-SET-DATE        PIC 9(08).
