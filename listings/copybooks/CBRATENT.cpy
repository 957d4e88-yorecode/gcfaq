      *> CBRATENT.cpy
      *> Rate-increase notice control, keyed exactly like the
      *> RATE-TABLE row it speaks for (rate code + effective date).
      *> telrnote writes one row per future-dated increase when it
      *> sends the customer notices, and records any approved
      *> override here too; telco5 reads it to decide whether an
      *> increased rate may be rated at yet.  An increase may be
      *> rated once it was noticed at least 30 days before its
      *> effective date (at a rate no lower than the one now on the
      *> table) or an approver has overridden it.
      *>
      *> The control row RNC-RATE-CODE "*CTL" / RNC-EFF-DATE zero
      *> carries, in RNC-NOTICE-DATE, the date the notice control
      *> went into service -- increases effective before then were
      *> loaded under the old rules and are not held.
       01  RATE-NOTICE-REC.
           05  RNC-KEY.
               10  RNC-RATE-CODE       PIC X(04).
               10  RNC-EFF-DATE        PIC 9(08).
      *>  The rate in effect before the increase, and the rate the
      *>  customers were told about.
           05  RNC-OLD-RATE            PIC S9(03)V9(05) COMP-5.
           05  RNC-NOTICED-RATE        PIC S9(03)V9(05) COMP-5.
           05  RNC-NOTICE-DATE         PIC 9(08).
           05  RNC-ACCT-COUNT          PIC 9(07).
      *>  Approved override: requester and a second, different
      *>  rate-maintenance user as approver.  Spaces = none.
           05  RNC-OVERRIDE-REQ        PIC X(08).
           05  RNC-OVERRIDE-BY         PIC X(08).
           05  RNC-OVERRIDE-DATE       PIC 9(08).
