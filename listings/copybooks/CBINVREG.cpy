      *>  carrying the reason code, so a customer, an auditor or
      *>  the dispute process can point to "we credited you this
      *>  much, on this date, for this reason".
      *>  "T" is one half of a credit-balance transfer issued by
      *>  telxfer: a positive document on the account the credit
      *>  left, a negative one on the account it went to, each
      *>  naming the other in INV-REF-INV-NO.
           05  INV-DOC-TYPE        PIC X(01).
               88  INV-DOC-INVOICE        VALUES SPACE "I".
               88  INV-DOC-CREDIT-MEMO    VALUE "C".
               88  INV-DOC-TRANSFER       VALUE "T".
           05  INV-REF-INV-NO      PIC 9(08).
           05  INV-CM-REASON       PIC X(08).
      *>  Breakout of what telbill folded into INV-AMT-DUE, so the
      *>  AR roll-forward (telarrf) can state late-payment charges,
      *>  one-time charges (with their tax) and a final bill's
      *>  applied security deposit as movements of their own
      *>  rather than one lump of "invoices issued".  INV-AMT-DUE
      *>  is already net of INV-DEP-APPL-AMT.  Zero on every other
      *>  document type.
           05  INV-LATE-AMT        PIC S9(07)V99.
           05  INV-OTC-AMT         PIC S9(07)V99.
           05  INV-DEP-APPL-AMT    PIC S9(09)V99.
      *>  Credit balance settled off the row by telrfnd (refund
      *>  paid out, "R") or telesch (turned over to the state,
      *>  "E"): the signed change those runs made to the open
      *>  balance when they brought it to zero, and the date --
      *>  the dated movement the roll-forward needs, since the
      *>  settlement itself only shows as INV-PAID-AMT moving.
           05  INV-SETTLE-AMT      PIC S9(09)V99.
           05  INV-SETTLE-DATE     PIC 9(08).
           05  INV-SETTLE-IND      PIC X(01).
               88  INV-SETTLED-REFUND     VALUE "R".
               88  INV-SETTLED-ESCHEAT    VALUE "E".
      *>  Budget billing (see CBBUDBIL.cpy): what telbill billed in
      *>  place of the actual usage charges, less those charges --
      *>  the installment's difference on an ordinary budget month,
      *>  the accumulated difference on a settlement.  Already in
      *>  INV-AMT-DUE, so aging and dunning work off the budget
      *>  amount the customer was asked for; zero on every other
      *>  invoice and document type.
           05  INV-BUDGET-ADJ      PIC S9(09)V99.
      *>  Foreign-currency invoice (ACCT-BILL-CURRENCY): the
      *>  currency, the FXRATE.DAT rate effective on the issue date
      *>  (home units per one unit of it) and the amount due as
      *>  billed in it.  Every other amount on the row stays in the
      *>  home currency, so aging, dunning and the GL are untouched.
      *>  INV-FX-PAID-AMT is what telpay has applied in the billing
      *>  currency -- the customer's open balance is INV-FX-AMT-DUE
      *>  less it -- and INV-FX-GAIN-LOSS the realized exchange
      *>  gain (loss negative) booked as those receipts cleared
      *>  the home-currency balance.  Spaces and zeros on a home-
      *>  currency invoice.
           05  INV-CURRENCY        PIC X(03).
           05  INV-FX-RATE         PIC 9(03)V9(05).
           05  INV-FX-AMT-DUE      PIC S9(09)V99.
           05  INV-FX-PAID-AMT     PIC S9(09)V99.
           05  INV-FX-GAIN-LOSS    PIC S9(09)V99.
      *>  The rest of telbill's breakout, for the year-end account
      *>  summary: recurring charges (plan recurring items and
      *>  equipment rental), third-party charges, per-line
      *>  regulatory fees, and the Lifeline support credited.
      *>  Already in INV-AMT-DUE; zero on every other document
      *>  type.
           05  INV-RECUR-AMT       PIC S9(09)V99.
           05  INV-TPC-AMT         PIC S9(09)V99.
           05  INV-FEE-AMT         PIC S9(07)V99.
           05  INV-LIFE-CREDIT     PIC S9(07)V99.
      *>  Minimum bill (TELCO_MIN_BILL_AMT, telbill): "H" is an
      *>  invoice held below the minimum -- registered, archived,
      *>  never sent, its due date 99991231 so nothing ages, duns,
      *>  charges late or debits it while it waits.  "B" is a held
      *>  invoice since brought forward onto a later invoice: that
      *>  invoice's number, period and issue date, with the due
      *>  date moved to the date the customer was actually given.
      *>  INV-FWD-AMT, on the invoice that brought them forward, is
      *>  the held balances it showed -- for information only, as
      *>  each held document keeps its own open balance.
           05  INV-FWD-IND         PIC X(01).
               88  INV-FWD-HELD           VALUE "H".
               88  INV-FWD-BILLED         VALUE "B".
           05  INV-FWD-INV-NO      PIC 9(08).
           05  INV-FWD-PERIOD      PIC 9(06).
           05  INV-FWD-DATE        PIC 9(08).
           05  INV-FWD-AMT         PIC S9(09)V99.
      *>  Bill-shock review (telbill and telshock, see CBBILREV.cpy):
      *>  "R" is an invoice held because its charges ran far above
      *>  the account's usual, "C" one held and routed for
      *>  correction -- both registered and archived but not sent,
      *>  due 99991231 like a minimum-bill hold, INV-REVIEW-DATE the
      *>  date held.  "A" and "N" are held invoices since released,
      *>  as they stood or with a note: INV-REVIEW-DATE is then the
      *>  release date and INV-DUE-DATE the due date counted from
      *>  it.  Space and zero on every invoice never held.
           05  INV-REVIEW-IND      PIC X(01).
               88  INV-REVIEW-HELD        VALUES "R" "C".
               88  INV-REVIEW-RELEASED    VALUES "A" "N".
           05  INV-REVIEW-DATE     PIC 9(08).
