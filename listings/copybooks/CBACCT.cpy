           05  ACCT-SUSP-START      PIC 9(08).
           05  ACCT-SUSP-END        PIC 9(08).
           05  ACCT-RETAINER        PIC S9(05)V99.
      *>  Cash-only: set to "C" by telrtn when a second payment
      *>  comes back from the bank inside twelve months of the
      *>  last one (ACCT-LAST-RETURN is the date of the latest
      *>  return).  While set, telpay will not apply a check to the
      *>  account, telrtn suspends any autopay enrollment and
      *>  telapay will not enroll it again.  Cleared only through
      *>  telacct's CASHO field.  Space is an ordinary account.
           05  ACCT-CASH-ONLY-IND   PIC X(01).
               88  ACCT-CASH-ONLY          VALUE "C".
           05  ACCT-LAST-RETURN     PIC 9(08).
      *>  Business SLA tier, maintained through telacct's SLATR
      *>  field: "1", "2" or "3" entitles the account to an outage
      *>  credit when a switch serving it is down longer than its
      *>  tier allows (telsla works the outage windows out from the
      *>  switch-health history and queues the credits).  Space is
      *>  an account without an SLA, never credited automatically.
           05  ACCT-SLA-TIER        PIC X(01).
               88  ACCT-SLA-ELIGIBLE       VALUES "1" "2" "3".
      *>  Preferred language for everything the customer reads --
      *>  invoice, dunning letters, disconnect notice -- maintained
      *>  through telacct's LANG field or the provisioning delta
      *>  feed.  A two-letter code ("ES", "FR") naming a text set
      *>  on LANGTEXT.DAT (see CBLANGTX.cpy); spaces or "EN" is
      *>  English, exactly as before.
           05  ACCT-LANG-PREF       PIC X(02).
      *>  E-mail address for electronic bill presentment, kept
      *>  through telacct's EMAIL field.  Spaces means none on file.
           05  ACCT-EMAIL-ADDR      PIC X(50).
      *>  Address hold: set to "H" by telrmail when the mail house
      *>  sends one of the account's bills back undeliverable, with
      *>  the date and the post office's return reason.  While set,
      *>  telprint EXTRACT sends no paper for the account and teldun
      *>  writes it no letters; telrmail also switches it to e-bill
      *>  when an e-mail address is on file.  Correcting any part
      *>  of the address through telacct (or applying a forwarding
      *>  address with its FWD action) lifts the hold and stamps
      *>  ACCT-ADDR-CHG-DATE, so a late return for a bill mailed to
      *>  the old address can never put the account back on hold.
           05  ACCT-ADDR-HOLD-IND   PIC X(01).
               88  ACCT-ADDR-ON-HOLD       VALUE "H".
           05  ACCT-ADDR-HOLD-DATE  PIC 9(08).
           05  ACCT-ADDR-HOLD-RSN   PIC X(04).
           05  ACCT-ADDR-CHG-DATE   PIC 9(08).
      *>  Billing currency, maintained through telacct's CURR
      *>  field: a three-letter code on FXRATE.DAT (see CBFX.cpy)
      *>  has telbill convert each invoice at the rate effective on
      *>  its issue date and telpay take the customer's receipts in
      *>  that currency.  Spaces is the home currency, as always.
           05  ACCT-BILL-CURRENCY   PIC X(03).
      *>  Anonymized: the date telpriv's retention sweep replaced
      *>  the name, address and e-mail (and the account's called
      *>  and calling numbers on file) with stable tokens.  Every
      *>  amount stays, so the account still ties out; zeros means
      *>  the personal data is as the customer gave it.
           05  ACCT-ANON-DATE       PIC 9(08).
      *>  Statement of account, maintained through telacct's STMT
      *>  field: "M" has telsoa's monthly run send the account its
      *>  ledger statement for the month just ended -- across the
      *>  accounts billed under it, for a corporate parent -- by
      *>  ACCT-DELIVERY-PREF.  Space means statements on request
      *>  only.
           05  ACCT-STMT-IND        PIC X(01).
               88  ACCT-STMT-NONE          VALUE SPACE.
               88  ACCT-STMT-MONTHLY       VALUE "M".
