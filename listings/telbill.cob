      *> zero so nothing is assessed until Finance turns it on --
      *> clamped per state by the LATECAP.DAT cap table (see
      *> CBLATECAP.cpy).  The charge prints as its own invoice
      *> section and is carried into the register's amount due
      *> (and stated on its own in INV-LATE-AMT, alongside the
      *> one-time charges and any applied deposit, for telarrf's
      *> AR roll-forward).
      *> Accounts with an open dispute or an active payment
      *> arrangement are skipped: the dollars are under argument or
      *> under agreement, not delinquent.
      *> sites are expected to carry the parent's cycle so the
      *> consolidated invoice stays whole.  Unset bills every
      *> account, exactly as before cycles existed.
      *>
      *> Direct-debit autopay: an account with an active enrollment
      *> on AUTOPAY.DAT (see CBAUTOPAY.cpy, telapay) whose invoice
      *> carries a balance is told the bill "will be debited on"
      *> its due date, "do not pay", in place of the remit wording
      *> -- on paper and as an "A" row on the e-bill record set --
      *> and teldebit originates the debit when the date arrives.
      *> No enrollment file simply means no account is enrolled.
      *>
      *> Early termination: a final-bill-pending account still
      *> inside an active service contract (CONTRACT.DAT, see
      *> CBCONTR.cpy, set through telacct) is charged the
      *> contract's early-termination fee -- per month left to run
      *> at its disconnect date, up to the contract's cap -- as a
      *> one-time charge on its closing invoice, and the contract
      *> is marked terminated with what was charged.
      *>
      *> Deferred revenue: every recurring charge and equipment
      *> rental on an invoice is also written to the deferral
      *> schedule (DEFERSCH.DAT, see CBDEFER.cpy) with the service
      *> period it pays for -- the billed month, split at the
      *> change day when a mid-month plan change prorates the
      *> plan's items, cut back to the disconnect date on a final
      *> bill, and each unit's own days out for equipment -- and
      *> the run's total goes to GLWORK.DAT as an "F"/BIL row, so
      *> telgl holds it as deferred revenue until teldefr's
      *> period-end run recognizes the earned part.  A re-billed
      *> invoice backs its earlier schedule rows out ("F"/RVS)
      *> before writing the new ones; a final bill releases
      *> everything the account still has deferred ("F"/REC) --
      *> the service it paid for ends with the account.
      *>
      *> Bill messages: every active message on BILLMSG.DAT (see
      *> CBBILMSG.cpy, maintained through telmsg) whose window
      *> takes in the run date prints at the foot of each invoice
      *> whose account it targets -- cycle, plan, state, entity and
      *> delivery preference -- in priority order, and goes out as
      *> "M" rows on the e-bill record set.  Regulatory messages
      *> always print; marketing ones stop at three per invoice.
      *> The run lists how many invoices carried each message and
      *> appends the same counts to BILLMSG.LOG, so a mandated
      *> disclosure can be shown to have gone out.
      *>
      *> Lifeline: an account with an active, attested enrollment
      *> on LIFELINE.DAT (see CBLIFELN.cpy, tellife) that is not
      *> past its recertification due date gets its support amount
      *> as its own "Lifeline support" credit line -- never more
      *> than the bill's service charges -- and an "L" row on the
      *> e-bill record set.  Each application is recorded on
      *> LIFEAPPL.DAT (see CBLIFEAP.cpy) by period and account, a
      *> re-billed period replacing its row, for tellife's monthly
      *> reimbursement claim.
      *>
      *> Language: the invoice's own wording -- heading, account,
      *> usage and tax lines, deposit applied, amount due -- is
      *> printed in the account's ACCT-LANG-PREF language off the
      *> LANGTEXT.DAT text table through TELLANG (see
      *> CBLANGRQ.cpy, maintained through telmsg), amounts and the
      *> due date edited the language's way.  A language or line
      *> not on the table prints in English and is logged on
      *> LANGFALL.LOG; the run totals count the invoices affected.
      *> A consolidated parent's calls line carries the site count
      *> as well, so it has its own text id, INVCALLP, beside the
      *> single-account INVCALLS.
      *>
      *> Budget billing: an account enrolled on BUDGBILL.DAT (see
      *> CBBUDBIL.cpy, tellevel) still sees its actual usage and
      *> tax lines, but is billed its level monthly installment in
      *> their place -- the recurring, one-time and other sections
      *> bill as ever.  The difference (INV-BUDGET-ADJ on the
      *> register, already in INV-AMT-DUE, so telaging and teldun
      *> age the budget amount) runs on the enrollment's deferred
      *> balance and on the BUDGLEDG.DAT ledger (see CBBUDLED.cpy),
      *> one row per period, a re-billed period replacing its row.
      *> The settlement-month invoice bills or credits the whole
      *> accumulated difference, as do the first invoice after a
      *> cancellation and the final bill.  Stand-alone invoices
      *> only: a consolidated parent bills its sites' actuals.
      *>
      *> Checkpoint and restart: as each invoice completes --
      *> register row, archive block, e-bill record set, deferral
      *> rows, mark-billed flags -- the one-record TELBILL.CKP is
      *> rewritten with the account just finished, the invoice
      *> sequence and every run total the summary and the GLWORK
      *> rows are built from.  After an abend, TELBILL_RESTART=Y
      *> resumes the same period and cycle after that account:
      *> INVOICES.TXT, EBILL.DAT and INVARCH.TXT are cut back to
      *> the checkpoint, and an account the failed run had started
      *> is issued again under the number it was already given.
      *> The register's highest number always wins over INVSEQ.DAT,
      *> so not even a plain re-run after a failure re-issues a
      *> number.  The run summary closes with a proof that every
      *> account was billed once and every new number is on the
      *> register; a run that completes deletes the checkpoint.
      *>
      *> Foreign-currency invoicing: an account with a billing
      *> currency (ACCT-BILL-CURRENCY, set through telacct) is
      *> still rated and registered in home currency, but its
      *> invoice is converted at the FXRATE.DAT rate effective on
      *> the issue date.  The invoice closes with the rate used and
      *> the usage, taxes, other charges and amount due in the
      *> billing currency, and the register row carries the
      *> currency, the rate and the converted amount due that
      *> telpay applies foreign receipts against.  No rate on file
      *> for the date bills the account in home currency; the run
      *> summary counts those invoices.
      *>
      *> Minimum bill: an invoice whose amount due -- held balances
      *> already brought forward included -- comes to less than
      *> TELCO_MIN_BILL_AMT (zero, the default, turns it off) is
      *> not sent.  It is still numbered, registered and archived
      *> like any other, so every charge on it is accounted for,
      *> but it is marked held ("H" on INV-FWD-IND) with a due date
      *> nothing will reach, and neither printed nor e-billed.  The
      *> account's next invoice shows the held balance as "Balance
      *> carried from <period>" in its amount due and re-dates each
      *> held document to its own due date, from which point they
      *> age, dun and debit together.  No account is held more than
      *> TELCO_MIN_BILL_MAX_PERIODS periods running (default 3, at
      *> most 12); final bills, consolidated parents, credit
      *> balances and foreign-currency invoices are always sent.
      *>
      *> Bill shock: an invoice whose charges run well above what
      *> the account usually pays is held for review before the
      *> customer sees it.  The usual is the average of the last
      *> TELCO_SHOCK_PERIODS periods (default 3, at most 12) --
      *> each period's invoice off the register, or its
      *> ACCTPER.DAT usage where the register has none -- and the
      *> limits are the SHOCKTB.DAT row for the account's plan,
      *> else its "DFLT" row (see CBSHOCK.cpy).  A held invoice is
      *> numbered, registered and archived as ever but marked "R"
      *> on INV-REVIEW-IND with a due date nothing will reach, kept
      *> out of INVOICES.TXT and the e-bill extract (its e-bill
      *> rows wait on BILLREVE.DAT), and queued on BILLREVQ.DAT
      *> (see CBBILREV.cpy) for telshock to release or route for
      *> correction.  Final bills, consolidated parents, invoices
      *> held below the minimum and accounts with no history are
      *> never held, nor is a re-bill of a released invoice; no
      *> SHOCKTB.DAT turns the check off.
      *>
      *> Usage by line: an account with more than one working line
      *> on NUMINV.DAT (the BILLLINE.WRK count the line fees use)
      *> gets a section breaking its usage down by the line it was
      *> placed from -- calls, minutes and charges per line off
      *> LINEPER.DAT for the period billed, or the live LINESUM.DAT
      *> (see CBLINESUM.cpy) when billing live -- with matching "N"
      *> rows on the e-bill.  The lines are proved against the
      *> invoice's own usage figures; an invoice whose lines do
      *> not add up says so on its face, is counted on the run
      *> summary and ends the run RC 4, but is not held.
      *> Consolidated parents carry their sites' usage, not lines,
      *> and get no section.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telbill.
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS INVSEQ-STATUS
                .
      *>  Restart point, one record rewritten as each invoice is
      *>  committed (see COMMIT-BILLING-CHECKPOINT).
           SELECT BILLCKPT ASSIGN TO
                "TELBILL.CKP"
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS BCKP-STATUS
                .
      *>  A print file cut back to its checkpointed length on a
      *>  restart (see TRIM-OUTPUT-FILE), and the copy that
      *>  replaces it.
           SELECT TRIMIN   ASSIGN TO
                WS-TRIM-NAME
                LINE SEQUENTIAL
                FILE STATUS IS TRIMI-STATUS
                .
           SELECT TRIMOUT  ASSIGN TO
                WS-TRIM-NEW-NAME
                LINE SEQUENTIAL
                FILE STATUS IS TRIMO-STATUS
                .
      *>  Append-only archive of every invoice exactly as rendered
      *>  (see WRITE-INV-LINE/WRITE-ARCHIVE-MARKER), the file
      *>  telreprt reproduces a disputed bill from.
                RECORD KEY IS LW-ACCT-NO
                FILE STATUS IS LATEW-STATUS
                .
      *>  Held-below-minimum memo, keyed by account: each account's
      *>  held invoices waiting to be brought forward, and their
      *>  open balance -- rebuilt from the register every run like
      *>  BILLLATE.WRK.
           SELECT FWDWORK  ASSIGN TO
                "BILLFWD.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS FW-ACCT-NO
                FILE STATUS IS FWDW-STATUS
                .
      *>  Bill-shock history memo, keyed by account and period: the
      *>  amount each recent period billed, off the register or the
      *>  period snapshot -- rebuilt every run like BILLFWD.WRK.
           SELECT SHKWORK  ASSIGN TO
                "BILLSHK.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SK-KEY
                FILE STATUS IS SHKW-STATUS
                .
           SELECT SHOCKTB  ASSIGN TO
                "SHOCKTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SHK-CLASS
                FILE STATUS IS SHK-STATUS
                .
           SELECT BILLREVQ ASSIGN TO
                "BILLREVQ.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RVQ-INV-NO
                FILE STATUS IS RVQ-FILE-STATUS
                .
           SELECT REVEBILL ASSIGN TO
                "BILLREVE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RVE-KEY
                FILE STATUS IS RVE-STATUS
                .
           SELECT LATECAP  ASSIGN TO
                "LATECAP.DAT"
                ORGANIZATION INDEXED
                RECORD KEY IS ENT-CODE
                FILE STATUS IS ENT-STATUS
                .
      *>  Exchange rates (see CBFX.cpy) for the accounts billed in
      *>  a foreign currency.  No file converts nothing.
           SELECT FXTAB    ASSIGN TO
                "FXRATE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS FX-KEY
                FILE STATUS IS FX-STATUS
                .
           SELECT NUMINV   ASSIGN TO
                "NUMINV.DAT"
                ORGANIZATION INDEXED
                RECORD KEY IS LNW-ACCT-NO
                FILE STATUS IS LINEW-STATUS
                .
           SELECT LINESUM  ASSIGN TO
                "LINESUM.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINESUM-KEY
                FILE STATUS IS LINESUM-STATUS
                .
           SELECT LINEPER  ASSIGN TO
                "LINEPER.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINEPER-KEY
                FILE STATUS IS LINEPER-STATUS
                .
           SELECT TPCHG    ASSIGN TO
                "TPCHG.DAT"
                ORGANIZATION INDEXED
                RECORD KEY IS OTC-KEY
                FILE STATUS IS OTC-STATUS
                .
           SELECT CONTRACT ASSIGN TO
                "CONTRACT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CTR-ACCT-NO
                FILE STATUS IS CTR-STATUS
                .
      *>  Bill messages (see CBBILMSG.cpy), read once at start of
      *>  run; the per-run carried counts append to BILLMSG.LOG.
           SELECT BILLMSG  ASSIGN TO
                "BILLMSG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS BMS-MSG-ID
                FILE STATUS IS BMS-STATUS
                .
           SELECT BMSGLOG  ASSIGN TO
                "BILLMSG.LOG"
                LINE SEQUENTIAL
                FILE STATUS IS BMSGLOG-STATUS
                .
      *>  Lifeline enrollments (see CBLIFELN.cpy) and the support
      *>  applied per period (see CBLIFEAP.cpy).  No enrollment
      *>  file means no account is enrolled.
           SELECT LIFELINE ASSIGN TO
                "LIFELINE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LFL-ACCT-NO
                FILE STATUS IS LFL-STATUS
                .
           SELECT LIFEAPPL ASSIGN TO
                "LIFEAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LFA-KEY
                FILE STATUS IS LFA-STATUS
                .
      *>  Budget-billing enrollments (see CBBUDBIL.cpy) and the
      *>  budget ledger (see CBBUDLED.cpy).  No enrollment file
      *>  means no account is on budget billing.
           SELECT BUDGBILL ASSIGN TO
                "BUDGBILL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS BBL-ACCT-NO
                FILE STATUS IS BBL-STATUS
                .
           SELECT BUDGLEDG ASSIGN TO
                "BUDGLEDG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS BLG-KEY
                FILE STATUS IS BLG-STATUS
                .
           SELECT DEFERSCH ASSIGN TO
                "DEFERSCH.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DEFERSCH-KEY
                FILE STATUS IS DFS-STATUS
                .
           SELECT RATETIER ASSIGN TO
                "RATETIER.DAT"
                ORGANIZATION INDEXED
                RECORD KEY IS RECOVR-KEY
                FILE STATUS IS RECOVR-STATUS
                .
           SELECT AUTOPAY  ASSIGN TO
                "AUTOPAY.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS APY-ACCT-NO
                FILE STATUS IS APY-STATUS
                .
      *>  Consolidation work file: one row per child site, keyed
      *>  parent-then-site so reading it back sequentially hands the
      *>  consolidation pass each parent's sites as one contiguous
       01  REGWORK-REC.
           05  RW-ACCT-NO       PIC 9(10).
           05  RW-INV-NO        PIC 9(08).
      *>  The run's invoice ordinal that billed the account (zero:
      *>  not billed this run); "R" marks a number an interrupted
      *>  run cut after its last checkpoint, waiting to be issued
      *>  again.
           05  RW-BILL-STEP     PIC 9(07).
           05  RW-REDO-IND      PIC X(01).
               88  RW-REDO-PENDING          VALUE "R".
       FD  INVSEQ.
       01  INVSEQ-REC.
           05  SEQ-LAST-INV-NO  PIC 9(08).
       FD  BILLCKPT.
       01  BILLCKPT-REC     PIC X(1059).
       FD  TRIMIN.
       01  TRIMIN-REC       PIC X(100).
       FD  TRIMOUT.
       01  TRIMOUT-REC      PIC X(100).
       FD  ARCHFILE.
       01  ARCHREC          PIC X(80).
       FD  PLANTAB.
           05  LW-ACCT-NO       PIC 9(10).
           05  LW-OVERDUE-BAL   PIC S9(09)V99.
           05  LW-DISPUTE-IND   PIC X(01).
       FD  FWDWORK.
       01  FWDWORK-REC.
           05  FW-ACCT-NO       PIC 9(10).
           05  FW-COUNT         PIC 9(02).
           05  FW-FROM-PERIOD   PIC 9(06).
           05  FW-AMT           PIC S9(09)V99.
           05  FW-INV-NO        PIC 9(08) OCCURS 12 TIMES.
       FD  SHKWORK.
       01  SHKWORK-REC.
           05  SK-KEY.
               10  SK-ACCT-NO   PIC 9(10).
               10  SK-PERIOD    PIC 9(06).
           05  SK-AMT           PIC S9(09)V99.
           05  SK-SOURCE        PIC X(01).
       FD  SHOCKTB.
           COPY CBSHOCK.
       FD  BILLREVQ.
           COPY CBBILREV.
       FD  REVEBILL.
           COPY CBREVEB.
       FD  LATECAP.
           COPY CBLATECAP.
       FD  DEPOSITS.
       01  EBILL-REC         PIC X(100).
       FD  ENTITYTB.
           COPY CBENTITY.
       FD  FXTAB.
           COPY CBFX.
       FD  NUMINV.
           COPY CBNUMINV.
       FD  LINEFEE.
       01  LINEWORK-REC.
           05  LNW-ACCT-NO      PIC 9(10).
           05  LNW-LINE-COUNT   PIC 9(05).
       FD  LINESUM.
           COPY CBLINESUM.
       FD  LINEPER.
           COPY CBLINEPER.
       FD  TPCHG.
           COPY CBTPCHG.
       FD  EQUIPTB.
           COPY CBEQUIP.
       FD  ONETIME.
           COPY CBONETIME.
       FD  DEFERSCH.
           COPY CBDEFER.
       FD  BILLMSG.
           COPY CBBILMSG.
       FD  BMSGLOG.
       01  BMSGLOG-REC       PIC X(132).
       FD  LIFELINE.
           COPY CBLIFELN.
       FD  LIFEAPPL.
           COPY CBLIFEAP.
       FD  BUDGBILL.
           COPY CBBUDBIL.
       FD  BUDGLEDG.
           COPY CBBUDLED.
       FD  RATETIER.
           COPY CBTIER.
       FD  PLANHIST.
           COPY CBRECUR.
       FD  RECUROVR.
           COPY CBRECOVR.
       FD  CONTRACT.
           COPY CBCONTR.
       FD  AUTOPAY.
           COPY CBAUTOPAY.
       FD  CONSWORK.
       01  CONS-REC.
           05  CONS-KEY.
           05  CONS-OUTPUT-TOT     PIC S9(09)V99.
           05  CONS-CALL-COUNT     PIC 9(09).
           05  CONS-ALLOW-USED     PIC 9(09).
           05  CONS-SMS-RECS       PIC 9(09).
           05  CONS-MSG-TOT        PIC S9(09).
           05  CONS-MSG-PRICE      PIC S9(09)V99.
           05  CONS-DATA-SESSIONS  PIC 9(09).
           05  CONS-DATA-KB-TOT    PIC S9(11).
           05  CONS-DATA-PRICE     PIC S9(09)V99.
       WORKING-STORAGE SECTION.
       01  SUM-STATUS       PIC XX          VALUE "00".
       01  PER-STATUS       PIC XX          VALUE "00".
       01  WS-CARRY-WOFF-DATE PIC 9(08)     VALUE ZERO.
       01  WS-CARRY-WOFF-OPER PIC X(08)     VALUE SPACES.
       01  WS-CARRY-WOFF-RSN PIC X(08)      VALUE SPACES.
       01  WS-CARRY-SETL-AMT PIC S9(09)V99  VALUE ZERO.
       01  WS-CARRY-SETL-DATE PIC 9(08)     VALUE ZERO.
       01  WS-CARRY-SETL-IND PIC X(01)      VALUE SPACE.
       01  WS-CARRY-FX-PAID PIC S9(09)V99   VALUE ZERO.
       01  WS-CARRY-FX-GL   PIC S9(09)V99   VALUE ZERO.
       01  WS-TODAY-NUM     PIC 9(08)       VALUE ZERO.
       01  WS-BILL-PERIOD   PIC 9(06)       VALUE ZERO.

      *>  Checkpoint/restart state (see SELECT BILLCKPT above).
      *>  WS-BILL-STEP counts the invoices committed this run;
      *>  the WS-RESUME- fields are the checkpoint being resumed.
       01  BCKP-STATUS      PIC XX          VALUE "00".
       01  TRIMI-STATUS     PIC XX          VALUE "00".
       01  TRIMO-STATUS     PIC XX          VALUE "00".
       01  WS-ENV-RESTART   PIC X(01)       VALUE SPACE.
           88  BILL-RESTART-REQUESTED       VALUE "Y".
       01  WS-RESUMING      PIC X(01)       VALUE "N".
           88  RESUMING-RUN                 VALUE "Y".
       01  WS-RESUME-PHASE  PIC X(01)       VALUE SPACE.
           88  RESUME-IN-FINAL              VALUE "F".
           88  RESUME-IN-MAIN               VALUE "M".
           88  RESUME-IN-CONS               VALUE "C".
       01  WS-RESUME-ACCT   PIC 9(10)       VALUE ZERO.
       01  WS-RESUME-STEP   PIC 9(07)       VALUE ZERO.
       01  WS-RESUME-INV-NO PIC 9(08)       VALUE ZERO.
       01  WS-SWEEP-FROM    PIC 9(10)       VALUE ZERO.
       01  WS-BILL-STEP     PIC 9(07)       VALUE ZERO.
       01  WS-CKPT-PHASE    PIC X(01)       VALUE SPACE.
       01  WS-CKPT-ACCT     PIC 9(10)       VALUE ZERO.
       01  WS-START-INV-NO  PIC 9(08)       VALUE ZERO.
       01  WS-REG-HIGH-INV-NO PIC 9(08)     VALUE ZERO.
       01  WS-REDO-FIRST    PIC X(01)       VALUE "N".
       01  WS-REDO-PENDING  PIC X(01)       VALUE "N".
       01  WS-INV-LINES     PIC 9(09)       VALUE ZERO.
       01  WS-DUP-BILLED    PIC 9(07)       VALUE ZERO.
       01  WS-TRIM-NAME     PIC X(20)       VALUE SPACES.
       01  WS-TRIM-NEW-NAME PIC X(24)       VALUE SPACES.
       01  WS-TRIM-KEEP     PIC 9(09)       VALUE ZERO.
       01  WS-TRIM-LINE     PIC 9(09)       VALUE ZERO.
       01  WS-TRIM-MARKER   PIC X(40)       VALUE SPACES.
       01  WS-TRIM-IN-BLOCK PIC X(01)       VALUE "N".
       01  WS-TRIM-RC       PIC S9(09)      COMP-5 VALUE ZERO.
       01  WS-PRF-ACCTS     PIC 9(07)       VALUE ZERO.
       01  WS-PRF-NOREG     PIC 9(07)       VALUE ZERO.
       01  WS-PRF-STALE     PIC 9(07)       VALUE ZERO.
       01  WS-PRF-NEWNOS    PIC 9(08)       VALUE ZERO.
       01  WS-PRF-ISSUED    PIC 9(08)       VALUE ZERO.
       01  WS-PRF-OK        PIC X(01)       VALUE "Y".
       01  WS-PRF-NO-OUT    PIC 9(08).
       01  WS-PRF-NO-OUT2   PIC 9(08).
       01  WS-PRF-CNT-OUT   PIC ZZZ,ZZ9.
       01  WS-MEMO-KEPT     PIC X(01)       VALUE "N".
      *>  The checkpoint record itself.
       01  BCK-REC.
           05  BCK-PERIOD          PIC 9(06).
           05  BCK-CYCLE           PIC X(02).
           05  BCK-PHASE           PIC X(01).
           05  BCK-LAST-ACCT       PIC 9(10).
           05  BCK-LAST-INV-NO     PIC 9(08).
           05  BCK-STEP            PIC 9(07).
           05  BCK-START-INV-NO    PIC 9(08).
           05  BCK-NEXT-INV-NO     PIC 9(08).
           05  BCK-INV-LINES       PIC 9(09).
           05  BCK-EBILL-DOCS      PIC 9(07).
           05  BCK-EBILL-ROWS      PIC 9(07).
           05  BCK-EBILL-HASH      PIC S9(13)V99.
           05  BCK-INVOICE-COUNT   PIC 9(07).
           05  BCK-FINAL-COUNT     PIC 9(07).
           05  BCK-ETF-COUNT       PIC 9(07).
           05  BCK-LATE-COUNT      PIC 9(07).
           05  BCK-AUTOPAY-COUNT   PIC 9(07).
           05  BCK-LIFE-COUNT      PIC 9(07).
           05  BCK-BUDGET-COUNT    PIC 9(07).
           05  BCK-BUD-SETTLE-COUNT PIC 9(07).
           05  BCK-REBILL-COUNT    PIC 9(07).
           05  BCK-FALLBACK-COUNT  PIC 9(07).
           05  BCK-DUP-BILLED      PIC 9(07).
           05  BCK-DFR-BILLED      PIC S9(11)V99.
           05  BCK-DFR-RVS-UNREC   PIC S9(11)V99.
           05  BCK-DFR-RVS-RECOG   PIC S9(11)V99.
           05  BCK-DFR-RELEASED    PIC S9(11)V99.
           05  BCK-DFR-BATCH       PIC X(20).
           05  BCK-FINAL-BATCH     PIC X(20).
           05  BCK-MSG-COUNT       PIC 9(03).
           05  BCK-MSG-ENTRY OCCURS 50 TIMES INDEXED BY BCK-IDX.
               10  BCK-MSG-ID      PIC X(08).
               10  BCK-MSG-INV-COUNT PIC 9(07).
           05  BCK-FX-COUNT        PIC 9(07).
           05  BCK-FX-NORATE-COUNT PIC 9(07).
           05  BCK-MINB-HELD-COUNT PIC 9(07).
           05  BCK-MINB-FWD-COUNT  PIC 9(07).
           05  BCK-MINB-FORCED-COUNT PIC 9(07).
           05  BCK-SHOCK-HELD-COUNT PIC 9(07).
           05  BCK-LINE-NOTIE-COUNT PIC 9(07).

       01  WS-DUE-DATE      PIC X(10)       VALUE SPACES.

      *>  Customer-language text lookup (see CBLANGRQ.cpy and
      *>  SET-INVOICE-LANGUAGE).
           COPY CBLANGRQ.
       01  WS-INV-FELL-BACK PIC X           VALUE "N".
           88  INVOICE-FELL-BACK            VALUE "Y".
       01  WS-LANG-FALLBACK-COUNT PIC 9(07) VALUE ZERO.

      *>  Business-day due-date state (see COMPUTE-DUE-DATE).
       01  CAL-STATUS       PIC XX          VALUE "00".

       01  LNF-STATUS       PIC XX          VALUE "00".
       01  REMIT-STATUS     PIC XX          VALUE "00".
       01  LINEW-STATUS     PIC XX          VALUE "00".

      *>  Usage-by-line state (see SELECT LINESUM/LINEPER above).
      *>  Past 500 lines the rest fold into one "other lines" row,
      *>  so the section still adds up.
       01  LINESUM-STATUS   PIC XX          VALUE "00".
       01  LINEPER-STATUS   PIC XX          VALUE "00".
       01  WS-LINE-USE-OPEN PIC X           VALUE "N".
           88  LINE-USE-FILE-OPEN           VALUE "Y".
       01  WS-LU-SW         PIC X           VALUE "N".
           88  LINE-USAGE-SHOWN             VALUE "Y".
       01  WS-LU-TIE-SW     PIC X           VALUE "Y".
           88  LINE-USAGE-TIES              VALUE "Y".
       01  WS-LU-COUNT      PIC 9(03)       COMP-5 VALUE ZERO.
       01  LU-LINES.
           05  LU-ENTRY OCCURS 500 TIMES INDEXED BY LU-IDX.
               10  LU-LINE-NO    PIC X(15).
               10  LU-CALLS      PIC 9(09)     COMP-5.
               10  LU-MOU        PIC S9(09)    COMP-5.
               10  LU-CHARGE     PIC S9(09)V99 COMP-5.
       01  WS-LU-STG-LINE   PIC X(15)       VALUE SPACES.
       01  WS-LU-STG-CALLS  PIC 9(09)       VALUE ZERO.
       01  WS-LU-STG-MOU    PIC S9(09)      VALUE ZERO.
       01  WS-LU-STG-CHARGE PIC S9(09)V99   VALUE ZERO.
       01  WS-LU-CALLS-TOT  PIC 9(09)       COMP-5 VALUE ZERO.
       01  WS-LU-MOU-TOT    PIC S9(09)      COMP-5 VALUE ZERO.
       01  WS-LU-CHARGE-TOT PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-LU-NAME       PIC X(17)       VALUE SPACES.
       01  WS-LU-CALLS-OUT  PIC Z,ZZZ,ZZ9.
       01  WS-LU-MOU-OUT    PIC -ZZ,ZZZ,ZZ9.
       01  WS-LU-CHARGE-OUT PIC -Z,ZZZ,ZZ9.99.
       01  WS-LINE-NOTIE-COUNT PIC 9(07)    VALUE ZERO.

      *>  Foreign-currency invoicing state (see SELECT FXTAB above
      *>  and SET-INVOICE-CURRENCY).  WS-BILL-CUR is the currency
      *>  the invoice being issued was converted to, spaces when it
      *>  is billed in home currency.
       01  FX-STATUS        PIC XX          VALUE "00".
       01  WS-FX-OPEN-SW    PIC X           VALUE "N".
           88  FX-FILE-OPEN                 VALUE "Y".
       01  WS-ACCT-BILL-CUR PIC X(03)       VALUE SPACES.
       01  WS-BILL-CUR      PIC X(03)       VALUE SPACES.
       01  WS-INV-FX-RATE   PIC 9(03)V9(05) VALUE ZERO.
       01  WS-FX-USAGE      PIC S9(09)V99   VALUE ZERO.
       01  WS-FX-TAXES      PIC S9(09)V99   VALUE ZERO.
       01  WS-FX-OTHER      PIC S9(09)V99   VALUE ZERO.
       01  WS-FX-DUE        PIC S9(09)V99   VALUE ZERO.
       01  WS-FX-AMT-OUT    PIC -Z,ZZZ,ZZ9.99.
       01  WS-FX-RATE-OUT   PIC ZZ9.99999.
       01  WS-FX-COUNT      PIC 9(07)       VALUE ZERO.
       01  WS-FX-NORATE-COUNT PIC 9(07)     VALUE ZERO.
       01  WS-FEE-TOT       PIC S9(07)V99   COMP-5 VALUE ZERO.
       01  WS-FEE-COUNT     PIC 9(02)       COMP-5 VALUE ZERO.
       01  FEE-LINES.
           05  EQP-LINE-ENTRY OCCURS 20 TIMES INDEXED BY EQ-IDX.
               10  EL-DESC       PIC X(30).
               10  EL-AMT        PIC S9(07)V99 COMP-5.
               10  EL-SVC-FROM   PIC 9(08).
               10  EL-SVC-TO     PIC 9(08).
       01  WS-EQP-AMT       PIC S9(07)V99   COMP-5 VALUE ZERO.
       01  WS-EQP-FROM-INT  PIC S9(09)      COMP-5 VALUE ZERO.
       01  WS-EQP-TO-INT    PIC S9(09)      COMP-5 VALUE ZERO.
       01  WS-ALLOW-OUT     PIC ZZZ,ZZ9.
       01  WS-ALLOW-OUT2    PIC ZZZ,ZZ9.
       01  WS-ALLOW-OUT3    PIC ZZZ,ZZ9.
      *>  Messaging and data sections (see WRITE-MESSAGING-SECTION/
      *>  WRITE-DATA-SECTION): the plan's message and megabyte
      *>  bundles, read alongside the minutes bundle, and the edit
      *>  fields -- data prints in megabytes to two places.
       01  WS-ALLOW-MSG-INCL PIC 9(07)      COMP-5 VALUE ZERO.
       01  WS-ALLOW-MB-INCL PIC 9(07)       COMP-5 VALUE ZERO.
       01  WS-MD-REMAIN     PIC S9(11)      COMP-5 VALUE ZERO.
       01  WS-MD-MB         PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-MD-COUNT-OUT  PIC ZZZ,ZZZ,ZZ9.
       01  WS-MD-COUNT-OUT2 PIC ZZZ,ZZZ,ZZ9.
       01  WS-MD-COUNT-OUT3 PIC ZZZ,ZZZ,ZZ9.
       01  WS-MD-MB-OUT     PIC Z,ZZZ,ZZ9.99.
       01  WS-MD-MB-OUT2    PIC Z,ZZZ,ZZ9.99.
       01  WS-MD-MB-OUT3    PIC Z,ZZZ,ZZ9.99.
       01  WS-MD-PRICE-OUT  PIC Z,ZZZ,ZZ9.99.

      *>  Recurring-charges state (see SELECT RECURTB above).  The
      *>  items for the invoice being built are staged into this
           05  RECUR-LINE-ENTRY OCCURS 20 TIMES INDEXED BY RC-IDX.
               10  RL-DESC       PIC X(20).
               10  RL-AMT        PIC S9(07)V99 COMP-5.
               10  RL-SVC-FROM   PIC 9(08).
               10  RL-SVC-TO     PIC 9(08).
       01  WS-RECUR-AMT     PIC S9(07)V99   COMP-5 VALUE ZERO.
       01  WS-RECUR-OUT     PIC Z,ZZZ,ZZ9.99.

       01  WS-MONTH-NEXT    PIC 9(08)       VALUE ZERO.
       01  WS-DAYS-IN-MONTH PIC S9(09)      COMP-5 VALUE ZERO.
       01  WS-DEP-APPLIED   PIC S9(09)V99   COMP-5 VALUE ZERO.
      *>  Early-termination state (see SELECT CONTRACT above).
       01  CTR-STATUS       PIC XX          VALUE "00".
       01  WS-ETF-END-DATE  PIC 9(08)       VALUE ZERO.
       01  WS-ETF-END-PARTS REDEFINES WS-ETF-END-DATE.
           05  WS-ETF-END-YYYY PIC 9(04).
           05  WS-ETF-END-MM   PIC 9(02).
           05  WS-ETF-END-DD   PIC 9(02).
       01  WS-ETF-TERM-DATE PIC 9(08)       VALUE ZERO.
       01  WS-ETF-TERM-PARTS REDEFINES WS-ETF-TERM-DATE.
           05  WS-ETF-TERM-YYYY PIC 9(04).
           05  WS-ETF-TERM-MM   PIC 9(02).
           05  WS-ETF-TERM-DD   PIC 9(02).
       01  WS-ETF-MONTHS    PIC S9(05)      COMP-5 VALUE ZERO.
       01  WS-ETF-AMT       PIC S9(07)V99   COMP-5 VALUE ZERO.
       01  WS-ETF-SEQ       PIC 9(04)       VALUE ZERO.
       01  WS-ETF-COUNT     PIC 9(07)       VALUE ZERO.
       01  WS-DEP-AVAIL     PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-PRE-DEP-DUE   PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-DEP-TAKE-INT  PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-LATE-OUT      PIC Z,ZZZ,ZZ9.99.
       01  WS-LW-ON-FILE    PIC X           VALUE "N".

      *>  Deferred-revenue state (see SELECT DEFERSCH above).  The
      *>  service window being staged rides in WS-DFR-FROM/TO; the
      *>  run's totals go out as "F" GLWORK rows at end of job.
       01  DFS-STATUS       PIC XX          VALUE "00".
       01  WS-DFR-OPEN      PIC X           VALUE "N".
           88  DEFERRAL-FILE-OPEN           VALUE "Y".
       01  WS-DFR-BATCH     PIC X(20)       VALUE SPACES.
       01  WS-DFR-MSTART    PIC 9(08)       VALUE ZERO.
       01  WS-DFR-MNEXT     PIC 9(08)       VALUE ZERO.
       01  WS-DFR-MEND      PIC 9(08)       VALUE ZERO.
       01  WS-DFR-FROM      PIC 9(08)       VALUE ZERO.
       01  WS-DFR-TO        PIC 9(08)       VALUE ZERO.
       01  WS-DFR-LINE      PIC 9(03)       VALUE ZERO.
       01  WS-DFR-BILLED    PIC S9(11)V99   COMP-5 VALUE ZERO.
       01  WS-DFR-RVS-UNREC PIC S9(11)V99   COMP-5 VALUE ZERO.
       01  WS-DFR-RVS-RECOG PIC S9(11)V99   COMP-5 VALUE ZERO.
       01  WS-DFR-RELEASED  PIC S9(11)V99   COMP-5 VALUE ZERO.
       01  WS-DFR-OUT       PIC -Z,ZZZ,ZZZ,ZZ9.99.

      *>  Bill-message state (see SELECT BILLMSG above).  The
      *>  messages live this run, in priority order, each with the
      *>  count of invoices that carried it; WS-IM-ENTRY lists the
      *>  ones chosen for the invoice being written.
       01  BMS-STATUS       PIC XX          VALUE "00".
       01  BMSGLOG-STATUS   PIC XX          VALUE "00".
       01  WS-BM-COUNT      PIC 9(03)       VALUE ZERO.
       01  WS-BM-MAX        PIC 9(03)       VALUE 50.
       01  WS-BM-MKT-MAX    PIC 9(03)       VALUE 3.
       01  WS-BM-TABLE.
           05  WS-BM-ENTRY OCCURS 50 TIMES INDEXED BY BM-IDX.
               10  BM-MSG-ID        PIC X(08).
               10  BM-CATEGORY      PIC X(01).
               10  BM-PRIORITY      PIC 9(02).
               10  BM-TGT-CYCLE     PIC X(02).
               10  BM-TGT-PLAN      PIC X(04).
               10  BM-TGT-STATE     PIC X(02).
               10  BM-TGT-ENTITY    PIC X(02).
               10  BM-TGT-DELIVERY  PIC X(01).
               10  BM-TEXT          PIC X(70).
               10  BM-INV-COUNT     PIC 9(07).
       01  WS-BM-HOLD       PIC X(99).
       01  WS-BM-SLOT       PIC 9(03)       VALUE ZERO.
       01  WS-BM-SHIFT      PIC 9(03)       VALUE ZERO.
       01  WS-IM-COUNT      PIC 9(03)       VALUE ZERO.
       01  WS-IM-MKT        PIC 9(03)       VALUE ZERO.
       01  WS-IM-TABLE.
           05  WS-IM-ENTRY OCCURS 50 TIMES INDEXED BY IM-IDX.
               10  IM-BM-NO         PIC 9(03).
       01  WS-BM-MATCH      PIC X           VALUE "N".
           88  MESSAGE-MATCHES              VALUE "Y".

      *>  Lifeline state (see SELECT LIFELINE above).
      *>  WS-LIFE-CREDIT is the support credited on the invoice
      *>  being built, taken off every amount-due figure.
       01  LFL-STATUS       PIC XX          VALUE "00".
       01  LFA-STATUS       PIC XX          VALUE "00".
       01  WS-LFL-OPEN      PIC X           VALUE "N".
           88  LIFELINE-FILE-OPEN           VALUE "Y".
       01  WS-LFA-OPEN      PIC X           VALUE "N".
           88  LIFE-APPLIED-OPEN            VALUE "Y".
       01  WS-LIFE-CREDIT   PIC S9(07)V99   COMP-5 VALUE ZERO.
       01  WS-LIFE-CAP      PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-LIFE-PROGRAM  PIC X(04)       VALUE SPACES.
       01  WS-LIFE-ENTITY   PIC X(02)       VALUE SPACES.
       01  WS-LIFE-COUNT    PIC 9(07)       VALUE ZERO.
       01  WS-LIFE-OUT      PIC Z,ZZZ,ZZ9.99.

      *>  Budget-billing state (see SELECT BUDGBILL above), settled
      *>  per invoice by APPLY-BUDGET-BILLING.  WS-BUDGET-ADJ is
      *>  what is billed in place of the actual usage charges, less
      *>  those charges -- added to every amount-due figure.
       01  BBL-STATUS       PIC XX          VALUE "00".
       01  BLG-STATUS       PIC XX          VALUE "00".
       01  WS-BBL-OPEN      PIC X           VALUE "N".
           88  BUDGET-FILE-OPEN             VALUE "Y".
       01  WS-BLG-OPEN      PIC X           VALUE "N".
           88  BUDGET-LEDGER-OPEN           VALUE "Y".
       01  WS-BUD-SW        PIC X           VALUE "N".
           88  INVOICE-ON-BUDGET            VALUE "Y".
       01  WS-BUD-REBILL    PIC X           VALUE "N".
           88  BUDGET-ROW-ON-FILE           VALUE "Y".
       01  WS-BUD-TYPE      PIC X           VALUE SPACE.
       01  WS-BUDGET-ADJ    PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-BUD-ACTUAL    PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-BUD-BILLED    PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-BUD-INSTALL   PIC S9(07)V99   COMP-5 VALUE ZERO.
       01  WS-BUD-BAL-BEFORE PIC S9(09)V99  COMP-5 VALUE ZERO.
       01  WS-BUD-BAL-AFTER PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-BUD-DELTA     PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-BUDGET-COUNT  PIC 9(07)       VALUE ZERO.
       01  WS-BUD-SETTLE-COUNT PIC 9(07)    VALUE ZERO.
       01  WS-BUD-OUT       PIC -Z,ZZZ,ZZ9.99.

      *>  Autopay state (see SELECT AUTOPAY above), settled per
      *>  invoice by CHECK-AUTOPAY-ENROLLMENT.
       01  APY-STATUS       PIC XX          VALUE "00".
       01  WS-AUTOPAY-SW    PIC X           VALUE "N".
           88  INVOICE-ON-AUTOPAY           VALUE "Y".
       01  WS-APY-DUE       PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-AUTOPAY-COUNT PIC 9(07)       VALUE ZERO.

      *>  Minimum-bill state (see SELECT FWDWORK above), settled per
      *>  invoice by CHECK-MINIMUM-BILL.  WS-FWD-AMT is the held
      *>  balance brought forward -- added to the amount due the
      *>  customer is shown, never to the register row's own.
       01  FWDW-STATUS      PIC XX          VALUE "00".
       01  WS-ENV-MIN-BILL  PIC X(12)       VALUE SPACES.
       01  WS-MIN-BILL-AMT  PIC S9(07)V99   COMP-5 VALUE ZERO.
       01  WS-ENV-MIN-MAX   PIC X(04)       VALUE SPACES.
       01  WS-MIN-BILL-MAX  PIC 9(02)       VALUE 3.
       01  WS-HELD-DUE-DATE PIC 9(08)       VALUE 99991231.
       01  WS-MINB-MAY-HOLD PIC X           VALUE "N".
       01  WS-MINB-SW       PIC X           VALUE "N".
           88  INVOICE-HELD-BELOW-MIN       VALUE "Y".
       01  WS-FWD-COUNT     PIC 9(02)       VALUE ZERO.
       01  WS-FWD-FROM      PIC 9(06)       VALUE ZERO.
       01  WS-FWD-AMT       PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-FWD-TOTAL     PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-FWD-X         PIC 9(02)       COMP-5 VALUE ZERO.
       01  WS-FWD-NEW       PIC X           VALUE "N".
       01  WS-PRIOR-FWD-IND PIC X(01)       VALUE SPACE.
       01  WS-PRIOR-FWD-INV-NO PIC 9(08)    VALUE ZERO.
       01  WS-PRIOR-FWD-PERIOD PIC 9(06)    VALUE ZERO.
       01  WS-PRIOR-FWD-DATE PIC 9(08)      VALUE ZERO.
       01  WS-PRIOR-DUE-DATE PIC 9(08)      VALUE ZERO.
       01  WS-MINB-HELD-COUNT PIC 9(07)     VALUE ZERO.
       01  WS-MINB-FWD-COUNT PIC 9(07)      VALUE ZERO.
       01  WS-MINB-FORCED-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-FWD-OUT       PIC -Z,ZZZ,ZZ9.99.

      *>  Bill-shock state (see SELECT SHKWORK above), settled per
      *>  invoice by CHECK-BILL-SHOCK.  WS-SHOCK-CHARGES is the
      *>  invoice's own charges -- held balances brought forward
      *>  are not new charges and take no part in the test.
       01  SHKW-STATUS      PIC XX          VALUE "00".
       01  SHK-STATUS       PIC XX          VALUE "00".
       01  RVQ-FILE-STATUS  PIC XX          VALUE "00".
       01  RVE-STATUS       PIC XX          VALUE "00".
       01  WS-SHOCK-ON      PIC X           VALUE "N".
           88  SHOCK-CHECK-ON               VALUE "Y".
       01  WS-ENV-SHOCK-PER PIC X(04)       VALUE SPACES.
       01  WS-SHOCK-PERIODS PIC 9(02)       VALUE 3.
       01  WS-SHOCK-FROM    PIC 9(06)       VALUE ZERO.
       01  WS-SHOCK-FROM-X REDEFINES WS-SHOCK-FROM.
           05  WS-SHOCK-FROM-YY PIC 9(04).
           05  WS-SHOCK-FROM-MM PIC 9(02).
       01  WS-SHOCK-X       PIC 9(02)       COMP-5 VALUE ZERO.
       01  WS-SHOCK-SW      PIC X           VALUE "N".
           88  INVOICE-HELD-FOR-REVIEW      VALUE "Y".
       01  WS-SHOCK-CHARGES PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-SHOCK-HIST    PIC S9(11)V99   COMP-5 VALUE ZERO.
       01  WS-SHOCK-AVG     PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-SHOCK-COUNT   PIC 9(02)       VALUE ZERO.
       01  WS-SHOCK-CLASS   PIC X(04)       VALUE SPACES.
       01  WS-PRIOR-REVIEW-IND PIC X(01)    VALUE SPACE.
           88  PRIOR-REVIEW-HELD            VALUES "R" "C".
           88  PRIOR-REVIEW-RELEASED        VALUES "A" "N".
       01  WS-PRIOR-REVIEW-DATE PIC 9(08)   VALUE ZERO.
       01  WS-RVE-SEQ       PIC 9(03)       VALUE ZERO.
       01  WS-SHOCK-HELD-COUNT PIC 9(07)    VALUE ZERO.

      *>  Consolidation pass state (see SELECT CONSWORK above).
       01  CONS-STATUS      PIC XX          VALUE "00".
       01  WS-SITE-COUNT    PIC 9(05)       VALUE ZERO.
       01  WS-PARENT-OUTPUT PIC S9(09)V99   COMP-5 VALUE ZERO.
       01  WS-PARENT-CALLS  PIC 9(09)       COMP-5 VALUE ZERO.
       01  WS-PARENT-ALLOW  PIC 9(09)       COMP-5 VALUE ZERO.
       01  WS-PARENT-SMS-RECS PIC 9(09)     COMP-5 VALUE ZERO.
       01  WS-PARENT-MSG-TOT PIC S9(09)     COMP-5 VALUE ZERO.
       01  WS-PARENT-MSG-PRICE PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-PARENT-DATA-SESS PIC 9(09)    COMP-5 VALUE ZERO.
       01  WS-PARENT-DATA-KB PIC S9(11)     COMP-5 VALUE ZERO.
       01  WS-PARENT-DATA-PRICE PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-POOL-SIZE     PIC 9(07)       COMP-5 VALUE ZERO.
       01  WS-POOL-POOLED   PIC X           VALUE "N".
       01  WS-POOL-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-SITE-NAME     PIC X(20)       VALUE SPACES.
       01  WS-SITE-OUT      PIC Z,ZZZ,ZZ9.99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN INPUT  ACCTSUM
               OPEN INPUT ACCT-MASTER
               MOVE "Y" TO WS-MASTER-RO
           END-IF
           PERFORM OPEN-INVOICE-REGISTER
           PERFORM READ-INVOICE-SEQUENCE
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY
                  WS-TODAY (7:2)      DELIMITED BY SIZE
                INTO WS-DUE-DATE
           END-STRING
           OPEN INPUT  PLANTAB
           OPEN INPUT  RECURTB
           OPEN INPUT  RECUROVR
           OPEN INPUT PLANHIST
           OPEN INPUT LINEFEE
           OPEN INPUT ENTITYTB
           OPEN INPUT FXTAB
           IF FX-STATUS = "00"
               SET FX-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EQUIPTB
           OPEN INPUT AUTOPAY
           OPEN I-O CONTRACT
           PERFORM OPEN-ONETIME-FILE
           PERFORM OPEN-DEFERRAL-SCHEDULE
           PERFORM LOAD-BILL-MESSAGES
           OPEN INPUT LIFELINE
           IF LFL-STATUS = "00"
               SET LIFELINE-FILE-OPEN TO TRUE
           END-IF
           PERFORM OPEN-LIFELINE-APPLIED
           PERFORM OPEN-BUDGET-FILES
           PERFORM OPEN-TPCHG-FILE
           PERFORM OPEN-REMIT-FILE
           PERFORM LOAD-LINE-COUNTS
                       FUNCTION NUMVAL (WS-ENV-NET-DAYS)
               END-COMPUTE
           END-IF
           MOVE "TELCO_DEFAULT_NET_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-NET-DAYS TO CFQ-ENV-VALUE
           MOVE WS-DEFAULT-NET-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-OTC-TAX
           ACCEPT WS-ENV-OTC-TAX FROM ENVIRONMENT "TELCO_OTC_TAX_PCT"
           END-ACCEPT
                       FUNCTION NUMVAL (WS-ENV-OTC-TAX)
               END-COMPUTE
           END-IF
           MOVE "TELCO_OTC_TAX_PCT" TO CFQ-SETTING
           MOVE WS-ENV-OTC-TAX TO CFQ-ENV-VALUE
           MOVE WS-OTC-TAX-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-UNRET
           ACCEPT WS-ENV-UNRET FROM ENVIRONMENT
               "TELCO_EQUIP_UNRET_MULT"
                       FUNCTION NUMVAL (WS-ENV-UNRET)
               END-COMPUTE
           END-IF
           MOVE "TELCO_EQUIP_UNRET_MULT" TO CFQ-SETTING
           MOVE WS-ENV-UNRET TO CFQ-ENV-VALUE
           MOVE WS-UNRET-MULT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN I-O DEPOSITS
           IF DEP-STATUS NOT = "00"
               OPEN INPUT DEPOSITS
           ACCEPT WS-ENV-CYCLE FROM ENVIRONMENT "TELBILL_CYCLE"
           END-ACCEPT
           MOVE WS-ENV-CYCLE TO WS-BILL-CYCLE
           MOVE "TELBILL_CYCLE" TO CFQ-SETTING
           MOVE WS-ENV-CYCLE TO CFQ-ENV-VALUE
           MOVE WS-BILL-CYCLE TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           PERFORM CHECK-BILL-RESTART
           PERFORM OPEN-CONS-WORKFILE
           PERFORM SET-LATE-CHARGE-RATES
           PERFORM SET-MINIMUM-BILL
           PERFORM DETERMINE-BILLING-SOURCE
           PERFORM OPEN-LINE-USAGE
           PERFORM SET-BILL-SHOCK
           PERFORM RESUME-FROM-CHECKPOINT
           PERFORM OPEN-BILL-OUTPUTS
           PERFORM LOAD-EXISTING-REGISTER
           PERFORM LOAD-SHOCK-HISTORY
           PERFORM LOAD-OVERDUE-BALANCES
           IF WS-MASTER-RO = "N"
               PERFORM FINAL-BILL-SWEEP
           END-IF
      *>  A resumed run picks the main sweep up after the account
      *>  the checkpoint names -- or not at all once the failed run
      *>  had reached the consolidation pass.
           MOVE ZERO TO WS-SWEEP-FROM
           IF RESUME-IN-MAIN
               COMPUTE WS-SWEEP-FROM = WS-RESUME-ACCT + 1
               END-COMPUTE
           END-IF
           IF RESUME-IN-CONS
               CONTINUE
           ELSE
           IF PERIOD-MODE
               PERFORM SWEEP-PERIOD-SNAPSHOT
           ELSE
               MOVE WS-SWEEP-FROM TO SUM-ACCT-NO
               START ACCTSUM KEY IS GREATER THAN OR EQUAL
                     SUM-ACCT-NO
                   INVALID KEY
                       END-PERFORM
               END-START
           END-IF
           END-IF
           PERFORM CONSOLIDATION-PASS
           MOVE WS-INVOICE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-ETF-COUNT > ZERO
               MOVE WS-ETF-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Early-termination fees assessed: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-LATE-COUNT > ZERO
               MOVE WS-LATE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-AUTOPAY-COUNT > ZERO
               MOVE WS-AUTOPAY-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Invoices on direct-debit autopay: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-LIFE-COUNT > ZERO
               MOVE WS-LIFE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Invoices carrying Lifeline support: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-BUDGET-COUNT > ZERO
               MOVE WS-BUDGET-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Invoices on budget billing: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
               MOVE WS-BUD-SETTLE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "  of which settling the budget difference: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-REBILL-COUNT > ZERO
               MOVE WS-REBILL-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-LANG-FALLBACK-COUNT > ZERO
               MOVE WS-LANG-FALLBACK-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Invoices with English in place of the "
                                             DELIMITED BY SIZE
                      "customer's language: " DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
               MOVE "  (each line is listed on LANGFALL.LOG)"
                 TO INVREC
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-FX-COUNT > ZERO
               MOVE WS-FX-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Invoices converted to a foreign billing "
                                             DELIMITED BY SIZE
                      "currency: "           DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-FX-NORATE-COUNT > ZERO
               MOVE WS-FX-NORATE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Billed in home currency, no FXRATE.DAT "
                                             DELIMITED BY SIZE
                      "rate for the issue date: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-MINB-HELD-COUNT > ZERO
               MOVE WS-MINB-HELD-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Held below the minimum bill, not sent: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-MINB-FWD-COUNT > ZERO
               MOVE WS-MINB-FWD-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Invoices bringing held balances forward: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
               MOVE WS-MINB-FORCED-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "  of which sent below the minimum after "
                                             DELIMITED BY SIZE
                      "the longest hold: "   DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-SHOCK-HELD-COUNT > ZERO
               MOVE WS-SHOCK-HELD-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Held for bill-shock review, not sent: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-LINE-NOTIE-COUNT > ZERO
               MOVE WS-LINE-NOTIE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Invoices whose usage by line does not add "
                                             DELIMITED BY SIZE
                      "up: "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           SET LRQ-CLOSE TO TRUE
           CALL "TELLANG" USING LANG-REQUEST
           END-CALL
           PERFORM WRITE-BILL-MESSAGE-COUNTS
           PERFORM WRITE-DEFERRAL-GL-ROWS
           PERFORM PROVE-SINGLE-BILLING
           PERFORM WRITE-INVOICE-SEQUENCE
           PERFORM WRITE-EBILL-TRAILER
           CLOSE ACCTSUM
                 CONSWORK
                 REGWORK
                 LATEWORK
                 FWDWORK
                 SHKWORK
                 SHOCKTB
                 BILLREVQ
                 REVEBILL
                 LATECAP
                 PAYPLAN
                 CALTB
                 TPCHG
                 LINEFEE
                 ENTITYTB
                 FXTAB
                 REMITTB
                 LINEWORK
                 EQUIPTB
                 AUTOPAY
                 CONTRACT
                 DEFERSCH
                 LIFELINE
                 LIFEAPPL
                 BUDGBILL
                 BUDGLEDG
                 EBILL
                 DEPOSITS
                 RECURTB
                 PLANTAB
                 ARCHFILE
                 ESTTB
           IF LINE-USE-FILE-OPEN
               IF PERIOD-MODE
                   CLOSE LINEPER
               ELSE
                   CLOSE LINESUM
               END-IF
           END-IF
           CALL "CBL_DELETE_FILE" USING "TELBILL.CKP"
               RETURNING WS-TRIM-RC
           END-CALL
           STOP RUN
           .

                   MOVE PER-CALL-COUNT TO SUM-CALL-COUNT
                   MOVE PER-ALLOW-USED TO SUM-ALLOW-USED
                   MOVE PER-MOU-TOT    TO SUM-MOU-TOT
                   MOVE PER-SMS-RECS   TO SUM-SMS-RECS
                   MOVE PER-MSG-TOT    TO SUM-MSG-TOT
                   MOVE PER-MSG-PRICE  TO SUM-MSG-PRICE
                   MOVE PER-MSG-ALLOW-USED TO SUM-MSG-ALLOW-USED
                   MOVE PER-DATA-SESSIONS TO SUM-DATA-SESSIONS
                   MOVE PER-DATA-KB-TOT TO SUM-DATA-KB-TOT
                   MOVE PER-DATA-PRICE TO SUM-DATA-PRICE
                   MOVE PER-DATA-ALLOW-KB TO SUM-DATA-ALLOW-KB
                   IF SUM-ACCT-NO >= WS-SWEEP-FROM
                       PERFORM ROUTE-ONE-SUMMARY
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTPER

      *>  CONSWORK is rebuilt from scratch every run -- stale rows
      *>  from an aborted earlier run must never staple last cycle's
      *>  sites onto this cycle's parent invoice.  The one exception
      *>  is the resumed run, which carries on the failed run's
      *>  staging: the sites it staged before the checkpoint are
      *>  not swept again.
       OPEN-CONS-WORKFILE.
           IF RESUMING-RUN
               OPEN I-O CONSWORK
               IF CONS-STATUS = "00"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN OUTPUT CONSWORK
           CLOSE CONSWORK
           OPEN I-O CONSWORK
               PERFORM STAGE-CHILD-SUMMARY
           ELSE
               PERFORM WRITE-INVOICE
               MOVE "M"         TO WS-CKPT-PHASE
               MOVE SUM-ACCT-NO TO WS-CKPT-ACCT
               PERFORM COMMIT-BILLING-CHECKPOINT
           END-IF
           END-IF
           END-IF
      *>  account with no summary row still closes; it just has
      *>  nothing to bill beyond the prorated recurring charges.
       FINAL-BILL-SWEEP.
           MOVE ZERO TO ACCT-NO
           IF RESUMING-RUN
               IF NOT RESUME-IN-FINAL
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RESUME-ACCT TO ACCT-NO
           ELSE
               MOVE SPACES TO WS-FINAL-BATCH
               STRING "FINAL."            DELIMITED BY SIZE
                      WS-TODAY-NUM        DELIMITED BY SIZE
                    INTO WS-FINAL-BATCH
               END-STRING
           END-IF
           START ACCT-MASTER KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   CONTINUE
       ISSUE-ONE-FINAL-BILL.
           MOVE "Y" TO WS-FINAL-MODE
           PERFORM COMPUTE-PRORATE-FACTOR
           PERFORM ASSESS-EARLY-TERMINATION
           MOVE ACCT-NO TO SUM-ACCT-NO
           READ ACCTSUM KEY IS SUM-ACCT-NO
               INVALID KEY
                                SUM-DTAX-TOT SUM-OUTPUT-TOT
                                SUM-CALL-COUNT SUM-ALLOW-USED
                                SUM-MOU-TOT
                                SUM-SMS-RECS SUM-MSG-TOT SUM-MSG-PRICE
                                SUM-MSG-ALLOW-USED SUM-DATA-SESSIONS
                                SUM-DATA-KB-TOT SUM-DATA-PRICE
                                SUM-DATA-ALLOW-KB
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD 1 TO WS-FINAL-COUNT
           MOVE "N" TO WS-FINAL-MODE
           MOVE 1 TO WS-PRORATE-NUM WS-PRORATE-DEN
           MOVE "F"         TO WS-CKPT-PHASE
           MOVE SUM-ACCT-NO TO WS-CKPT-ACCT
           PERFORM COMMIT-BILLING-CHECKPOINT
           .

      *>  A contract still running at the disconnect date (today,
      *>  when telprov left no date) costs its per-month fee for
      *>  every month left -- a month begun counts whole -- capped
      *>  where the contract sets a cap.  The fee is queued as a
      *>  pending one-time charge under the account's next
      *>  sequence, so the closing invoice about to be written
      *>  picks it up, taxes and registers it like any other; the
      *>  contract flips to terminated so it is never charged
      *>  twice.
       ASSESS-EARLY-TERMINATION.
           IF CTR-STATUS NOT = "00" OR OTC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NO TO CTR-ACCT-NO
           READ CONTRACT
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT CTR-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-DISC-DATE TO WS-ETF-TERM-DATE
           IF WS-ETF-TERM-DATE = ZERO
               MOVE WS-TODAY-NUM TO WS-ETF-TERM-DATE
           END-IF
           MOVE CTR-END-DATE TO WS-ETF-END-DATE
           IF WS-ETF-TERM-DATE >= WS-ETF-END-DATE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ETF-MONTHS =
                   (WS-ETF-END-YYYY * 12 + WS-ETF-END-MM)
                 - (WS-ETF-TERM-YYYY * 12 + WS-ETF-TERM-MM)
           END-COMPUTE
           IF WS-ETF-END-DD > WS-ETF-TERM-DD
               ADD 1 TO WS-ETF-MONTHS
           END-IF
           COMPUTE WS-ETF-AMT = WS-ETF-MONTHS * CTR-ETF-PER-MONTH
           END-COMPUTE
           IF CTR-ETF-CAP > ZERO AND WS-ETF-AMT > CTR-ETF-CAP
               MOVE CTR-ETF-CAP TO WS-ETF-AMT
           END-IF
           IF WS-ETF-AMT <= ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO    TO WS-ETF-SEQ
           MOVE ACCT-NO TO OTC-ACCT-NO
           MOVE ZERO    TO OTC-SEQ
           START ONETIME KEY IS GREATER THAN OR EQUAL OTC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ ONETIME NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF OTC-ACCT-NO NOT = ACCT-NO
                           EXIT PERFORM
                       END-IF
                       MOVE OTC-SEQ TO WS-ETF-SEQ
                   END-PERFORM
           END-START
           ADD 1 TO WS-ETF-SEQ
           MOVE ACCT-NO       TO OTC-ACCT-NO
           MOVE WS-ETF-SEQ    TO OTC-SEQ
           MOVE "ETF "        TO OTC-CODE
           MOVE "EARLY TERMINATION"   TO OTC-DESC
           MOVE WS-ETF-AMT    TO OTC-AMOUNT
           MOVE "CONTRACT"    TO OTC-ORDER-REF
           MOVE "P"           TO OTC-STATUS-IND
           MOVE ZERO          TO OTC-BILLED-DATE OTC-BILLED-INV
           WRITE ONETIME-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           MOVE "T"           TO CTR-STATUS-IND
           MOVE WS-ETF-AMT    TO CTR-ETF-AMT
           MOVE WS-TODAY-NUM  TO CTR-ETF-DATE
           REWRITE CONTRACT-REC
           END-REWRITE
           ADD 1 TO WS-ETF-COUNT
           .

      *>  The slice of the disconnect month the customer was
      *>  -- against the final balance, never below zero.  What is
      *>  taken reduces the amount due and goes out as a "D"/APP
      *>  GLWORK row; an unconsumed remainder stays held for the
      *>  refund run.  The deposit remembers the invoice it went
      *>  to: that same invoice issued again (a re-bill, or a final
      *>  bill the failed run had in flight) carries the amount
      *>  already taken, with the deposit and GL left as they are.
       APPLY-DEPOSIT-TO-FINAL.
           MOVE ZERO TO WS-DEP-APPLIED
           IF DEP-STATUS NOT = "00"
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF DEP-APPL-INV-NO = WS-CUR-INV-NO
           AND DEP-APPL-AMT > ZERO
               MOVE DEP-APPL-AMT TO WS-DEP-APPLIED
               EXIT PARAGRAPH
           END-IF
           IF NOT DEP-HELD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRE-DEP-DUE = SUM-OUTPUT-TOT + WS-RECUR-TOT
                                  + WS-OTC-TOT + WS-OTC-TAX
                                  + WS-TPC-TOT + WS-EQP-TOT
                                  + WS-FEE-TOT + WS-BUDGET-ADJ
                                  + WS-LATE-CHG - WS-LIFE-CREDIT
           END-COMPUTE
           IF WS-DEP-AVAIL <= ZERO OR WS-PRE-DEP-DUE <= ZERO
               EXIT PARAGRAPH
           IF DEP-PRINCIPAL = ZERO AND DEP-INTEREST = ZERO
               MOVE "A" TO DEP-STATUS-IND
           END-IF
           MOVE WS-CUR-INV-NO  TO DEP-APPL-INV-NO
           MOVE WS-DEP-APPLIED TO DEP-APPL-AMT
           REWRITE DEPOSIT-REC
           PERFORM WRITE-DEPOSIT-APP-GL-ROW
           .
           MOVE SUM-OUTPUT-TOT TO CONS-OUTPUT-TOT
           MOVE SUM-CALL-COUNT TO CONS-CALL-COUNT
           MOVE SUM-ALLOW-USED TO CONS-ALLOW-USED
           MOVE SUM-SMS-RECS   TO CONS-SMS-RECS
           MOVE SUM-MSG-TOT    TO CONS-MSG-TOT
           MOVE SUM-MSG-PRICE  TO CONS-MSG-PRICE
           MOVE SUM-DATA-SESSIONS TO CONS-DATA-SESSIONS
           MOVE SUM-DATA-KB-TOT TO CONS-DATA-KB-TOT
           MOVE SUM-DATA-PRICE TO CONS-DATA-PRICE
           WRITE CONS-REC
               INVALID KEY
                   REWRITE CONS-REC
       CONSOLIDATION-PASS.
           MOVE ZERO TO WS-CUR-PARENT
           MOVE ZERO TO CONS-PARENT-NO CONS-SITE-NO
           IF RESUME-IN-CONS
               MOVE WS-RESUME-ACCT TO CONS-PARENT-NO
               MOVE 9999999999     TO CONS-SITE-NO
           END-IF
           START CONSWORK KEY IS GREATER THAN CONS-KEY
               INVALID KEY
                   CONTINUE
                            WS-PARENT-DTAX WS-PARENT-OUTPUT
                            WS-PARENT-CALLS WS-SITE-COUNT
                            WS-PARENT-ALLOW
                            WS-PARENT-SMS-RECS WS-PARENT-MSG-TOT
                            WS-PARENT-MSG-PRICE WS-PARENT-DATA-SESS
                            WS-PARENT-DATA-KB WS-PARENT-DATA-PRICE
               PERFORM WRITE-CONSOLIDATED-HEADING
           END-IF
           ADD 1 TO WS-SITE-COUNT
           ADD CONS-OUTPUT-TOT TO WS-PARENT-OUTPUT
           ADD CONS-CALL-COUNT TO WS-PARENT-CALLS
           ADD CONS-ALLOW-USED TO WS-PARENT-ALLOW
           ADD CONS-SMS-RECS   TO WS-PARENT-SMS-RECS
           ADD CONS-MSG-TOT    TO WS-PARENT-MSG-TOT
           ADD CONS-MSG-PRICE  TO WS-PARENT-MSG-PRICE
           ADD CONS-DATA-SESSIONS TO WS-PARENT-DATA-SESS
           ADD CONS-DATA-KB-TOT TO WS-PARENT-DATA-KB
           ADD CONS-DATA-PRICE TO WS-PARENT-DATA-PRICE
           PERFORM WRITE-SITE-BREAKDOWN-LINE
           .

                   MOVE SPACE TO ACCT-TERMS-TYPE
                   MOVE ZERO  TO ACCT-TERMS-DAYS
                   MOVE SPACE TO ACCT-DELIVERY-PREF
                   MOVE ZERO  TO WS-IM-COUNT
                   MOVE SPACES TO ACCT-LANG-PREF
                   MOVE SPACES TO WS-ACCT-BILL-CUR
               NOT INVALID KEY
                   MOVE ACCT-BILL-CURRENCY TO WS-ACCT-BILL-CUR
                   PERFORM SELECT-BILL-MESSAGES
           END-READ
           PERFORM SET-INVOICE-LANGUAGE
           IF ACCT-DELIV-EBILL
               MOVE "Y" TO WS-SUPPRESS-PRINT
           ELSE
           PERFORM COMPUTE-ONETIME-CHARGES
           PERFORM COMPUTE-THIRDPARTY-CHARGES
           PERFORM COMPUTE-LINE-FEES
           MOVE "N" TO WS-LU-SW
           PERFORM COMPUTE-EQUIPMENT-RENTAL
           PERFORM COMPUTE-LATE-CHARGE
           MOVE WS-CUR-PARENT    TO SUM-ACCT-NO
           MOVE WS-PARENT-DTAX   TO SUM-DTAX-TOT
           MOVE WS-PARENT-OUTPUT TO SUM-OUTPUT-TOT
           MOVE WS-PARENT-CALLS  TO SUM-CALL-COUNT
           MOVE WS-PARENT-SMS-RECS  TO SUM-SMS-RECS
           MOVE WS-PARENT-MSG-TOT   TO SUM-MSG-TOT
           MOVE WS-PARENT-MSG-PRICE TO SUM-MSG-PRICE
           MOVE WS-PARENT-DATA-SESS TO SUM-DATA-SESSIONS
           MOVE WS-PARENT-DATA-KB   TO SUM-DATA-KB-TOT
           MOVE WS-PARENT-DATA-PRICE TO SUM-DATA-PRICE
           MOVE ZERO TO SUM-MSG-ALLOW-USED SUM-DATA-ALLOW-KB
           PERFORM COMPUTE-LIFELINE-SUPPORT
           MOVE ZERO TO WS-BUDGET-ADJ
           MOVE "N" TO WS-BUD-SW
           MOVE "N" TO WS-MINB-MAY-HOLD
           PERFORM CHECK-MINIMUM-BILL
           PERFORM CHECK-BILL-SHOCK
           PERFORM CHECK-AUTOPAY-ENROLLMENT
           PERFORM WRITE-REGISTER-RECORD
           PERFORM RECORD-LIFELINE-SUPPORT
           PERFORM WRITE-DEFERRAL-SCHEDULE
           IF (ACCT-DELIV-EBILL OR ACCT-DELIV-BOTH)
           AND NOT INVOICE-HELD-BELOW-MIN
               PERFORM WRITE-EBILL-RECORDS
           END-IF
           PERFORM WRITE-INVOICE-NO-LINE
           MOVE WS-PARENT-PRICE  TO WS-PRICE-OUT
           MOVE WS-PARENT-BTAX   TO WS-BTAX-OUT
           MOVE WS-PARENT-DTAX   TO WS-DTAX-OUT
                                  + WS-OTC-TOT + WS-OTC-TAX
                                  + WS-TPC-TOT + WS-EQP-TOT
                                  + WS-FEE-TOT
                                  + WS-LATE-CHG - WS-LIFE-CREDIT
                                  + WS-FWD-AMT
           END-COMPUTE
           COMPUTE WS-CALLS-OUT = WS-PARENT-CALLS
                 - WS-PARENT-SMS-RECS - WS-PARENT-DATA-SESS
           END-COMPUTE
           MOVE SPACES TO LRQ-ARGS
           MOVE WS-CALLS-OUT  TO LRQ-ARG (1)
           MOVE WS-SITE-COUNT TO LRQ-ARG (2)
           MOVE "INVCALLP" TO LRQ-TEXT-ID
           MOVE "Calls rated: &1 across &2 sites" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
      *>  Each site's bundles are its own, so the roll-up prints
      *>  the hierarchy's usage without an allowance line.
           MOVE ZERO TO WS-ALLOW-MSG-INCL WS-ALLOW-MB-INCL
           PERFORM WRITE-MESSAGING-SECTION
           PERFORM WRITE-DATA-SECTION
           PERFORM WRITE-USAGE-TAX-LINES
           PERFORM WRITE-POOL-SECTION
           PERFORM WRITE-RECURRING-SECTION
           PERFORM WRITE-ONETIME-SECTION
           PERFORM POST-FEES-TO-REMIT
           PERFORM WRITE-EQUIPMENT-SECTION
           PERFORM WRITE-LATE-CHARGE-SECTION
           PERFORM WRITE-LIFELINE-SECTION
           PERFORM WRITE-AMOUNT-DUE-LINE
           PERFORM WRITE-BILL-MESSAGES
           MOVE SPACES TO INVREC
           PERFORM WRITE-INV-LINE
           PERFORM WRITE-ARCHIVE-END
           ADD 1 TO WS-INVOICE-COUNT
           IF INVOICE-FELL-BACK
               ADD 1 TO WS-LANG-FALLBACK-COUNT
           END-IF
           PERFORM MARK-FORWARDED-DOCUMENTS
           MOVE "C"           TO WS-CKPT-PHASE
           MOVE WS-CUR-PARENT TO WS-CKPT-ACCT
           PERFORM COMMIT-BILLING-CHECKPOINT
           .

      *>  The shared pool on a consolidated invoice: the plan's
               INVALID KEY
                   MOVE "*** UNKNOWN ACCOUNT ***" TO ACCT-NAME
                   MOVE SPACE TO ACCT-DELIVERY-PREF
                   MOVE SPACES TO ACCT-LANG-PREF
                   MOVE ZERO  TO WS-IM-COUNT
                   MOVE SPACES TO WS-ACCT-BILL-CUR
               NOT INVALID KEY
                   MOVE ACCT-PLAN-CODE TO WS-RECUR-PLAN
                   MOVE ACCT-BILL-CURRENCY TO WS-ACCT-BILL-CUR
                   PERFORM SELECT-BILL-MESSAGES
           END-READ
           PERFORM SET-INVOICE-LANGUAGE
           IF ACCT-DELIV-EBILL
               MOVE "Y" TO WS-SUPPRESS-PRINT
           ELSE
           PERFORM COMPUTE-ONETIME-CHARGES
           PERFORM COMPUTE-THIRDPARTY-CHARGES
           PERFORM COMPUTE-LINE-FEES
           PERFORM COMPUTE-LINE-USAGE
           PERFORM COMPUTE-EQUIPMENT-RENTAL
           PERFORM COMPUTE-LATE-CHARGE
           PERFORM COMPUTE-LIFELINE-SUPPORT
           PERFORM APPLY-BUDGET-BILLING
           IF FINAL-BILL-MODE
               PERFORM APPLY-DEPOSIT-TO-FINAL
           ELSE
               MOVE ZERO TO WS-DEP-APPLIED
           END-IF
           IF FINAL-BILL-MODE
               MOVE "N" TO WS-MINB-MAY-HOLD
           ELSE
               MOVE "Y" TO WS-MINB-MAY-HOLD
           END-IF
           PERFORM CHECK-MINIMUM-BILL
           PERFORM CHECK-BILL-SHOCK
           MOVE SUM-PRICE-TOT  TO WS-PRICE-OUT
           MOVE SUM-BTAX-TOT   TO WS-BTAX-OUT
           MOVE SUM-DTAX-TOT   TO WS-DTAX-OUT
           COMPUTE WS-AMT-DUE-OUT = SUM-OUTPUT-TOT + WS-RECUR-TOT
                                  + WS-OTC-TOT + WS-OTC-TAX
                                  + WS-TPC-TOT + WS-EQP-TOT
                                  + WS-FEE-TOT + WS-BUDGET-ADJ
                                  + WS-LATE-CHG - WS-LIFE-CREDIT
                                  - WS-DEP-APPLIED + WS-FWD-AMT
           END-COMPUTE
           COMPUTE WS-CALLS-OUT = SUM-CALL-COUNT
                 - SUM-SMS-RECS - SUM-DATA-SESSIONS
           END-COMPUTE
           IF INVOICE-HELD-BELOW-MIN
               MOVE "N" TO WS-AUTOPAY-SW
           ELSE
               PERFORM CHECK-AUTOPAY-ENROLLMENT
           END-IF
           PERFORM WRITE-ARCHIVE-MARKER
           PERFORM WRITE-REGISTER-RECORD
           PERFORM RECORD-LIFELINE-SUPPORT
           PERFORM RECORD-BUDGET-LEDGER
           PERFORM WRITE-DEFERRAL-SCHEDULE
           IF INVOICE-HELD-FOR-REVIEW OR PRIOR-REVIEW-HELD
               PERFORM CLEAR-REVIEW-EBILL-ROWS
           END-IF
           IF (ACCT-DELIV-EBILL OR ACCT-DELIV-BOTH)
           AND NOT INVOICE-HELD-BELOW-MIN
               PERFORM WRITE-EBILL-RECORDS
           END-IF
           PERFORM QUEUE-FOR-REVIEW
           MOVE SPACES TO LRQ-ARGS
           IF FINAL-BILL-MODE
               MOVE "INVHDRF" TO LRQ-TEXT-ID
               MOVE "==== FINAL INVOICE ====" TO LRQ-DEFAULT
           ELSE
               MOVE "INVHDR" TO LRQ-TEXT-ID
               MOVE "==== INVOICE ====" TO LRQ-DEFAULT
           END-IF
           PERFORM WRITE-LANG-INV-LINE
           IF FINAL-BILL-MODE
               MOVE "INVFINAL" TO LRQ-TEXT-ID
               MOVE "*** Service disconnected -- this is your "
                  & "closing bill ***" TO LRQ-DEFAULT
               PERFORM WRITE-LANG-INV-LINE
           END-IF
           PERFORM WRITE-INVOICE-NO-LINE
           MOVE SPACES TO LRQ-ARGS
           MOVE SUM-ACCT-NO TO LRQ-ARG (1)
           MOVE ACCT-NAME   TO LRQ-ARG (2)
           MOVE "INVACCT" TO LRQ-TEXT-ID
           MOVE "Account: &1  &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE SPACES TO INVREC
           STRING ACCT-ADDR-LINE1     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
           END-STRING
           PERFORM WRITE-INV-LINE
           PERFORM WRITE-ENTITY-LINE
           MOVE SPACES TO LRQ-ARGS
           MOVE WS-CALLS-OUT TO LRQ-ARG (1)
           MOVE "INVCALLS" TO LRQ-TEXT-ID
           MOVE "Calls rated: &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           PERFORM WRITE-ALLOWANCE-LINE
           PERFORM WRITE-MESSAGING-SECTION
           PERFORM WRITE-DATA-SECTION
           PERFORM WRITE-TIER-SECTION
           PERFORM WRITE-LINE-USAGE-SECTION
           PERFORM WRITE-ESTIMATED-MARKER
           PERFORM WRITE-USAGE-TAX-LINES
           PERFORM WRITE-RECURRING-SECTION
           PERFORM WRITE-ONETIME-SECTION
           PERFORM MARK-ONETIME-BILLED
           PERFORM POST-FEES-TO-REMIT
           PERFORM WRITE-EQUIPMENT-SECTION
           PERFORM WRITE-LATE-CHARGE-SECTION
           PERFORM WRITE-LIFELINE-SECTION
           PERFORM WRITE-BUDGET-SECTION
           IF FINAL-BILL-MODE AND WS-DEP-APPLIED > ZERO
               MOVE WS-DEP-APPLIED TO WS-DEP-APP-OUT
               MOVE SPACES TO LRQ-ARGS
               MOVE "A"            TO LRQ-ARG-TYPE (1)
               MOVE WS-DEP-APP-OUT TO LRQ-ARG (1)
               MOVE "INVDEPAP" TO LRQ-TEXT-ID
               MOVE "Security deposit applied: -&1" TO LRQ-DEFAULT
               PERFORM WRITE-LANG-INV-LINE
           END-IF
           PERFORM WRITE-DEPOSIT-LINE
           PERFORM WRITE-AMOUNT-DUE-LINE
           IF INVOICE-HELD-BELOW-MIN
               MOVE "*** Below the minimum bill -- not sent, carried "
                  & "to the next invoice ***" TO INVREC
               PERFORM WRITE-INV-LINE
           END-IF
           PERFORM WRITE-BILL-MESSAGES
           MOVE SPACES TO INVREC
           PERFORM WRITE-INV-LINE
           PERFORM WRITE-ARCHIVE-END
           ADD 1 TO WS-INVOICE-COUNT
           IF INVOICE-FELL-BACK
               ADD 1 TO WS-LANG-FALLBACK-COUNT
           END-IF
           PERFORM MARK-FORWARDED-DOCUMENTS
           .

      *>  The customer's language for everything this invoice says
      *>  (see CBLANGRQ.cpy); the master row has just been read.
       SET-INVOICE-LANGUAGE.
           MOVE "N"            TO WS-INV-FELL-BACK
           MOVE "TELBILL"      TO LRQ-PROGRAM
           MOVE ACCT-NO        TO LRQ-ACCT-NO
           MOVE ACCT-LANG-PREF TO LRQ-LANG
           .

      *>  One invoice line in the customer's language, off the
      *>  LANGTEXT.DAT table through TELLANG.
       WRITE-LANG-INV-LINE.
           SET LRQ-GET-TEXT TO TRUE
           CALL "TELLANG" USING LANG-REQUEST
           END-CALL
           IF LRQ-FELL-BACK
               SET INVOICE-FELL-BACK TO TRUE
           END-IF
           MOVE LRQ-RESULT TO INVREC
           PERFORM WRITE-INV-LINE
           .

       WRITE-INVOICE-NO-LINE.
           MOVE SPACES TO LRQ-ARGS
           MOVE WS-CUR-INV-NO TO LRQ-ARG (1)
           MOVE "INVNO" TO LRQ-TEXT-ID
           MOVE "Invoice no: &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           .

       WRITE-USAGE-TAX-LINES.
           MOVE SPACES TO LRQ-ARGS
           MOVE "A"          TO LRQ-ARG-TYPE (1)
           MOVE WS-PRICE-OUT TO LRQ-ARG (1)
           MOVE "INVUSAGE" TO LRQ-TEXT-ID
           MOVE "Usage charges: &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE WS-BTAX-OUT TO LRQ-ARG (1)
           MOVE "INVBTAX" TO LRQ-TEXT-ID
           MOVE "Excise tax (Btax): &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE WS-DTAX-OUT TO LRQ-ARG (1)
           MOVE "INVDTAX" TO LRQ-TEXT-ID
           MOVE "Premium duty (Dtax): &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           .

      *>  The closing line of every invoice: the remit wording, or
      *>  for an account on autopay the debit notice in its place.
       WRITE-AMOUNT-DUE-LINE.
           IF WS-FWD-COUNT > ZERO
               MOVE WS-FWD-AMT TO WS-FWD-OUT
               MOVE SPACES TO LRQ-ARGS
               MOVE WS-FWD-FROM    TO LRQ-ARG (1)
               MOVE "A"            TO LRQ-ARG-TYPE (2)
               MOVE WS-FWD-OUT     TO LRQ-ARG (2)
               MOVE "INVFWD" TO LRQ-TEXT-ID
               MOVE "Balance carried from &1: &2" TO LRQ-DEFAULT
               PERFORM WRITE-LANG-INV-LINE
           END-IF
           MOVE SPACES TO LRQ-ARGS
           MOVE "A"            TO LRQ-ARG-TYPE (1)
           MOVE WS-AMT-DUE-OUT TO LRQ-ARG (1)
           MOVE "D"            TO LRQ-ARG-TYPE (2)
           MOVE WS-DUE-NUM     TO LRQ-ARG (2)
           IF INVOICE-ON-AUTOPAY
               MOVE "INVDUEAP" TO LRQ-TEXT-ID
               MOVE "Amount due: &1   will be debited on &2, do not "
                  & "pay" TO LRQ-DEFAULT
           ELSE
               MOVE "INVDUE" TO LRQ-TEXT-ID
               MOVE "Amount due: &1   Due date: &2" TO LRQ-DEFAULT
           END-IF
           PERFORM WRITE-LANG-INV-LINE
           IF WS-BILL-CUR NOT = SPACES
               PERFORM WRITE-CURRENCY-LINES
           END-IF
           .

      *>  For an invoice converted by SET-INVOICE-CURRENCY: the rate
      *>  used and the invoice again in the billing currency, the
      *>  amount the customer pays.
       WRITE-CURRENCY-LINES.
           MOVE SPACES TO LRQ-ARGS
           MOVE WS-INV-FX-RATE TO WS-FX-RATE-OUT
           MOVE WS-BILL-CUR    TO LRQ-ARG (1)
           MOVE "A"            TO LRQ-ARG-TYPE (2)
           MOVE WS-FX-RATE-OUT TO LRQ-ARG (2)
           MOVE "D"            TO LRQ-ARG-TYPE (3)
           MOVE WS-TODAY-NUM   TO LRQ-ARG (3)
           MOVE "INVFXRT" TO LRQ-TEXT-ID
           MOVE "Billed in &1 at &2 home-currency units per unit, "
              & "rate of &3" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE SPACES TO LRQ-ARGS
           MOVE WS-BILL-CUR    TO LRQ-ARG (1)
           MOVE "A"            TO LRQ-ARG-TYPE (2)
           MOVE WS-FX-USAGE    TO WS-FX-AMT-OUT
           MOVE WS-FX-AMT-OUT  TO LRQ-ARG (2)
           MOVE "INVFXUSG" TO LRQ-TEXT-ID
           MOVE "Usage charges in &1: &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE WS-FX-TAXES    TO WS-FX-AMT-OUT
           MOVE WS-FX-AMT-OUT  TO LRQ-ARG (2)
           MOVE "INVFXTAX" TO LRQ-TEXT-ID
           MOVE "Taxes in &1: &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE WS-FX-OTHER    TO WS-FX-AMT-OUT
           MOVE WS-FX-AMT-OUT  TO LRQ-ARG (2)
           MOVE "INVFXOTH" TO LRQ-TEXT-ID
           MOVE "Other charges and credits in &1: &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE WS-FX-DUE      TO WS-FX-AMT-OUT
           MOVE WS-FX-AMT-OUT  TO LRQ-ARG (2)
           MOVE "INVFXDUE" TO LRQ-TEXT-ID
           MOVE "Amount due in &1: &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           .

      *>  Loads the messages live on the run date, kept in priority
      *>  order (an insertion behind every entry of equal or lower
      *>  number, so equal priorities keep message-id order).  No
      *>  file, or nothing live, means invoices carry no messages.
       LOAD-BILL-MESSAGES.
           MOVE ZERO TO WS-BM-COUNT
           OPEN INPUT BILLMSG
           IF BMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO BMS-MSG-ID
           START BILLMSG KEY IS GREATER THAN OR EQUAL BMS-MSG-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ BILLMSG NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF BMS-ACTIVE
                       AND BMS-EFF-FROM NOT > WS-TODAY-NUM
                       AND (BMS-EFF-TO = ZERO
                            OR BMS-EFF-TO NOT < WS-TODAY-NUM)
                       AND WS-BM-COUNT < WS-BM-MAX
                           PERFORM STAGE-ONE-BILL-MESSAGE
                       END-IF
                   END-PERFORM
           END-START
           CLOSE BILLMSG
           .

       STAGE-ONE-BILL-MESSAGE.
           MOVE 1 TO WS-BM-SLOT
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > WS-BM-COUNT
               IF BM-PRIORITY (BM-IDX) NOT > BMS-PRIORITY
                   SET WS-BM-SLOT TO BM-IDX
                   ADD 1 TO WS-BM-SLOT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-BM-SHIFT FROM WS-BM-COUNT BY -1
                   UNTIL WS-BM-SHIFT < WS-BM-SLOT
               MOVE WS-BM-ENTRY (WS-BM-SHIFT)
                 TO WS-BM-ENTRY (WS-BM-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-BM-COUNT
           SET BM-IDX TO WS-BM-SLOT
           MOVE BMS-MSG-ID       TO BM-MSG-ID (BM-IDX)
           MOVE BMS-CATEGORY     TO BM-CATEGORY (BM-IDX)
           MOVE BMS-PRIORITY     TO BM-PRIORITY (BM-IDX)
           MOVE BMS-TGT-CYCLE    TO BM-TGT-CYCLE (BM-IDX)
           MOVE BMS-TGT-PLAN     TO BM-TGT-PLAN (BM-IDX)
           MOVE BMS-TGT-STATE    TO BM-TGT-STATE (BM-IDX)
           MOVE BMS-TGT-ENTITY   TO BM-TGT-ENTITY (BM-IDX)
           MOVE BMS-TGT-DELIVERY TO BM-TGT-DELIVERY (BM-IDX)
           MOVE BMS-TEXT         TO BM-TEXT (BM-IDX)
           MOVE ZERO             TO BM-INV-COUNT (BM-IDX)
           .

      *>  Picks this invoice's messages off the account master row
      *>  just read, and counts each one as carried.
       SELECT-BILL-MESSAGES.
           MOVE ZERO TO WS-IM-COUNT WS-IM-MKT
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > WS-BM-COUNT
               PERFORM MATCH-ONE-BILL-MESSAGE
               IF MESSAGE-MATCHES
               AND BM-CATEGORY (BM-IDX) NOT = "R"
                   IF WS-IM-MKT NOT < WS-BM-MKT-MAX
                       MOVE "N" TO WS-BM-MATCH
                   ELSE
                       ADD 1 TO WS-IM-MKT
                   END-IF
               END-IF
               IF MESSAGE-MATCHES
                   ADD 1 TO WS-IM-COUNT
                   SET IM-IDX TO WS-IM-COUNT
                   SET IM-BM-NO (IM-IDX) TO BM-IDX
                   ADD 1 TO BM-INV-COUNT (BM-IDX)
               END-IF
           END-PERFORM
           .

       MATCH-ONE-BILL-MESSAGE.
           MOVE "N" TO WS-BM-MATCH
           IF  (BM-TGT-CYCLE (BM-IDX) = "*"
                OR BM-TGT-CYCLE (BM-IDX) = ACCT-CYCLE-CODE)
           AND (BM-TGT-PLAN (BM-IDX) = "*"
                OR BM-TGT-PLAN (BM-IDX) = ACCT-PLAN-CODE)
           AND (BM-TGT-STATE (BM-IDX) = "*"
                OR BM-TGT-STATE (BM-IDX) = ACCT-ADDR-STATE)
           AND (BM-TGT-ENTITY (BM-IDX) = "*"
                OR BM-TGT-ENTITY (BM-IDX) = ACCT-ENTITY-CODE)
               EVALUATE BM-TGT-DELIVERY (BM-IDX)
                   WHEN "P"
                       IF ACCT-DELIV-PAPER OR ACCT-DELIV-BOTH
                           SET MESSAGE-MATCHES TO TRUE
                       END-IF
                   WHEN "E"
                       IF ACCT-DELIV-EBILL OR ACCT-DELIV-BOTH
                           SET MESSAGE-MATCHES TO TRUE
                       END-IF
                   WHEN "B"
                       IF ACCT-DELIV-BOTH
                           SET MESSAGE-MATCHES TO TRUE
                       END-IF
                   WHEN OTHER
                       SET MESSAGE-MATCHES TO TRUE
               END-EVALUATE
           END-IF
           .

      *>  The invoice's messages, under the amount due.
       WRITE-BILL-MESSAGES.
           PERFORM VARYING IM-IDX FROM 1 BY 1
                   UNTIL IM-IDX > WS-IM-COUNT
               SET BM-IDX TO IM-BM-NO (IM-IDX)
               MOVE SPACES TO INVREC
               STRING "  "                DELIMITED BY SIZE
                      BM-TEXT (BM-IDX)    DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-PERFORM
           .

      *>  One line per live message on the run summary, and the
      *>  same counts appended to BILLMSG.LOG.
       WRITE-BILL-MESSAGE-COUNTS.
           IF WS-BM-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BMSGLOG
           IF BMSGLOG-STATUS NOT = "00"
               OPEN OUTPUT BMSGLOG
           END-IF
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > WS-BM-COUNT
               MOVE BM-INV-COUNT (BM-IDX) TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "Bill message "     DELIMITED BY SIZE
                      BM-MSG-ID (BM-IDX)  DELIMITED BY SIZE
                      " ("                DELIMITED BY SIZE
                      BM-CATEGORY (BM-IDX)
                                          DELIMITED BY SIZE
                      ") carried on "     DELIMITED BY SIZE
                      WS-COUNT-OUT        DELIMITED BY SIZE
                      " invoices"         DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
               MOVE SPACES TO BMSGLOG-REC
               STRING WS-TODAY (1:8)      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-TODAY (9:6)      DELIMITED BY SIZE
                      "  period="         DELIMITED BY SIZE
                      WS-BILL-PERIOD      DELIMITED BY SIZE
                      "  cycle="          DELIMITED BY SIZE
                      WS-BILL-CYCLE       DELIMITED BY SIZE
                      "  msg="            DELIMITED BY SIZE
                      BM-MSG-ID (BM-IDX)  DELIMITED BY SIZE
                      "  cat="            DELIMITED BY SIZE
                      BM-CATEGORY (BM-IDX)
                                          DELIMITED BY SIZE
                      "  invoices="       DELIMITED BY SIZE
                      BM-INV-COUNT (BM-IDX)
                                          DELIMITED BY SIZE
                      "  text="           DELIMITED BY SIZE
                      FUNCTION TRIM (BM-TEXT (BM-IDX))
                                          DELIMITED BY SIZE
                    INTO BMSGLOG-REC
               END-STRING
               WRITE BMSGLOG-REC
               END-WRITE
           END-PERFORM
           CLOSE BMSGLOG
           .

      *>  An invoice is on autopay when the billed account carries
      *>  an active enrollment and there is something to debit --
      *>  a zero or credit invoice keeps the ordinary wording, and
      *>  so does an account billed in a foreign currency, which
      *>  teldebit never debits.
       CHECK-AUTOPAY-ENROLLMENT.
           MOVE "N" TO WS-AUTOPAY-SW
           IF APY-STATUS NOT = "00"
           OR WS-ACCT-BILL-CUR NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-APY-DUE = SUM-OUTPUT-TOT + WS-RECUR-TOT
                              + WS-OTC-TOT + WS-OTC-TAX
                              + WS-TPC-TOT + WS-EQP-TOT
                              + WS-FEE-TOT + WS-BUDGET-ADJ
                              + WS-LATE-CHG - WS-LIFE-CREDIT
                              - WS-DEP-APPLIED
           END-COMPUTE
           IF WS-APY-DUE <= ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECUR-ACCT TO APY-ACCT-NO
           READ AUTOPAY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APY-ACTIVE
                       SET INVOICE-ON-AUTOPAY TO TRUE
                       ADD 1 TO WS-AUTOPAY-COUNT
                   END-IF
           END-READ
           .

      *>  One structured record set per e-bill invoice, in the
      *>  presentment vendor's fixed-field layout: H header, U
      *>  usage, R one row per recurring item, X taxes, T totals --
      *>  plus an A row naming the debit date for an autopay bill.
      *>  Everything comes off the same staged figures the print
      *>  and register paths use, so the three can never disagree.
       WRITE-EBILL-RECORDS.
           IF NOT INVOICE-HELD-FOR-REVIEW
               ADD 1 TO WS-EBILL-DOCS
           END-IF
           MOVE SPACES TO EBILL-REC
           STRING "H "                  DELIMITED BY SIZE
                  WS-CUR-INV-NO         DELIMITED BY SIZE
                INTO EBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           IF INVOICE-ON-AUTOPAY
               MOVE SPACES TO EBILL-REC
               STRING "A DEBIT "            DELIMITED BY SIZE
                      WS-DUE-NUM            DELIMITED BY SIZE
                    INTO EBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-IF
           MOVE SUM-PRICE-TOT TO WS-EBILL-AMT
           MOVE SPACES TO EBILL-REC
           STRING "U "                  DELIMITED BY SIZE
                INTO EBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           IF LINE-USAGE-SHOWN
               PERFORM VARYING LU-IDX FROM 1 BY 1
                       UNTIL LU-IDX > WS-LU-COUNT
                   MOVE LU-CHARGE (LU-IDX) TO WS-EBILL-AMT
                   MOVE LU-CALLS (LU-IDX)  TO WS-LU-STG-CALLS
                   MOVE LU-MOU (LU-IDX)    TO WS-LU-MOU-OUT
                   MOVE SPACES TO EBILL-REC
                   STRING "N "                 DELIMITED BY SIZE
                          LU-LINE-NO (LU-IDX)  DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WS-LU-STG-CALLS      DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WS-LU-MOU-OUT        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WS-EBILL-AMT         DELIMITED BY SIZE
                        INTO EBILL-REC
                   END-STRING
                   PERFORM WRITE-EBILL-ROW
               END-PERFORM
           END-IF
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RECUR-COUNT
               MOVE RL-AMT (RC-IDX) TO WS-EBILL-AMT
                INTO EBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           IF WS-LIFE-CREDIT > ZERO
               MOVE WS-LIFE-CREDIT TO WS-EBILL-AMT
               MOVE SPACES TO EBILL-REC
               STRING "L LIFELINE "         DELIMITED BY SIZE
                      WS-EBILL-AMT          DELIMITED BY SIZE
                    INTO EBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-IF
           IF INVOICE-ON-BUDGET
               MOVE WS-BUDGET-ADJ TO WS-EBILL-AMT
               MOVE SPACES TO EBILL-REC
               STRING "B BUDGET "           DELIMITED BY SIZE
                      WS-BUD-TYPE           DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-EBILL-AMT          DELIMITED BY SIZE
                    INTO EBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-IF
           IF WS-FWD-COUNT > ZERO
               MOVE WS-FWD-AMT TO WS-EBILL-AMT
               MOVE SPACES TO EBILL-REC
               STRING "F CARRIED "          DELIMITED BY SIZE
                      WS-FWD-FROM           DELIMITED BY SIZE
                      " "                   DELIMITED BY SIZE
                      WS-EBILL-AMT          DELIMITED BY SIZE
                    INTO EBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-IF
           COMPUTE WS-EBILL-AMT = SUM-OUTPUT-TOT + WS-RECUR-TOT
                                + WS-OTC-TOT + WS-OTC-TAX
                                + WS-TPC-TOT + WS-EQP-TOT
                                + WS-FEE-TOT + WS-BUDGET-ADJ
                                + WS-LATE-CHG - WS-LIFE-CREDIT
                                - WS-DEP-APPLIED + WS-FWD-AMT
           END-COMPUTE
           IF NOT INVOICE-HELD-FOR-REVIEW
               ADD SUM-OUTPUT-TOT WS-RECUR-TOT WS-LATE-CHG
                   WS-OTC-TOT WS-OTC-TAX WS-EQP-TOT WS-TPC-TOT
                   WS-FEE-TOT WS-BUDGET-ADJ WS-FWD-AMT
                   TO WS-EBILL-HASH
               SUBTRACT WS-DEP-APPLIED WS-LIFE-CREDIT
                   FROM WS-EBILL-HASH
           END-IF
           PERFORM VARYING IM-IDX FROM 1 BY 1
                   UNTIL IM-IDX > WS-IM-COUNT
               SET BM-IDX TO IM-BM-NO (IM-IDX)
               MOVE SPACES TO EBILL-REC
               STRING "M "                DELIMITED BY SIZE
                      BM-MSG-ID (BM-IDX)  DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      BM-CATEGORY (BM-IDX)
                                          DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      BM-TEXT (BM-IDX)    DELIMITED BY SIZE
                    INTO EBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-PERFORM
           MOVE SPACES TO EBILL-REC
           STRING "T "                  DELIMITED BY SIZE
                  WS-EBILL-AMT          DELIMITED BY SIZE
           PERFORM WRITE-EBILL-ROW
           .

      *>  A document held for bill-shock review keeps its rows on
      *>  BILLREVE.DAT, out of this run's extract and its trailer,
      *>  until telshock releases it.
       WRITE-EBILL-ROW.
           IF INVOICE-HELD-FOR-REVIEW
               ADD 1 TO WS-RVE-SEQ
               MOVE WS-CUR-INV-NO TO RVE-INV-NO
               MOVE WS-RVE-SEQ    TO RVE-SEQ
               MOVE EBILL-REC     TO RVE-ROW
               WRITE REVEBILL-REC
                   INVALID KEY
                       REWRITE REVEBILL-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           WRITE EBILL-REC
           END-WRITE
           ADD 1 TO WS-EBILL-ROWS
           MOVE ZERO TO WS-CARRY-WOFF WS-CARRY-WOFF-DATE
           MOVE SPACE TO WS-CARRY-WOFF-IND
           MOVE SPACES TO WS-CARRY-WOFF-OPER WS-CARRY-WOFF-RSN
           MOVE ZERO TO WS-CARRY-SETL-AMT WS-CARRY-SETL-DATE
           MOVE SPACE TO WS-CARRY-SETL-IND
           MOVE ZERO TO WS-CARRY-FX-PAID WS-CARRY-FX-GL
           MOVE WS-CUR-INV-NO TO INV-NO
           READ INVREG
               INVALID KEY
                   MOVE INV-WOFF-DATE   TO WS-CARRY-WOFF-DATE
                   MOVE INV-WOFF-OPER   TO WS-CARRY-WOFF-OPER
                   MOVE INV-WOFF-REASON TO WS-CARRY-WOFF-RSN
                   MOVE INV-SETTLE-AMT  TO WS-CARRY-SETL-AMT
                   MOVE INV-SETTLE-DATE TO WS-CARRY-SETL-DATE
                   MOVE INV-SETTLE-IND  TO WS-CARRY-SETL-IND
                   MOVE INV-FX-PAID-AMT TO WS-CARRY-FX-PAID
                   MOVE INV-FX-GAIN-LOSS TO WS-CARRY-FX-GL
           END-READ
           MOVE WS-CUR-INV-NO   TO INV-NO
           MOVE SUM-ACCT-NO     TO INV-ACCT-NO
           COMPUTE INV-AMT-DUE = SUM-OUTPUT-TOT + WS-RECUR-TOT
                               + WS-OTC-TOT + WS-OTC-TAX
                               + WS-TPC-TOT + WS-EQP-TOT
                               + WS-FEE-TOT + WS-BUDGET-ADJ
                               + WS-LATE-CHG - WS-LIFE-CREDIT
                               - WS-DEP-APPLIED
           END-COMPUTE
           MOVE WS-TODAY-NUM    TO INV-ISSUE-DATE
           MOVE WS-DUE-NUM      TO INV-DUE-DATE
           MOVE "I"                TO INV-DOC-TYPE
           MOVE ZERO               TO INV-REF-INV-NO
           MOVE SPACES             TO INV-CM-REASON
           MOVE WS-LATE-CHG        TO INV-LATE-AMT
           COMPUTE INV-OTC-AMT = WS-OTC-TOT + WS-OTC-TAX
           END-COMPUTE
           MOVE WS-DEP-APPLIED     TO INV-DEP-APPL-AMT
           MOVE WS-CARRY-SETL-AMT  TO INV-SETTLE-AMT
           MOVE WS-CARRY-SETL-DATE TO INV-SETTLE-DATE
           MOVE WS-CARRY-SETL-IND  TO INV-SETTLE-IND
           MOVE WS-BUDGET-ADJ      TO INV-BUDGET-ADJ
           COMPUTE INV-RECUR-AMT = WS-RECUR-TOT + WS-EQP-TOT
           END-COMPUTE
           MOVE WS-TPC-TOT         TO INV-TPC-AMT
           MOVE WS-FEE-TOT         TO INV-FEE-AMT
           MOVE WS-LIFE-CREDIT     TO INV-LIFE-CREDIT
           EVALUATE TRUE
               WHEN INVOICE-HELD-BELOW-MIN
                   SET INV-FWD-HELD   TO TRUE
                   MOVE ZERO          TO INV-FWD-INV-NO INV-FWD-PERIOD
                                         INV-FWD-DATE
                   MOVE WS-HELD-DUE-DATE TO INV-DUE-DATE
               WHEN WS-PRIOR-FWD-IND = "B"
                   SET INV-FWD-BILLED TO TRUE
                   MOVE WS-PRIOR-FWD-INV-NO TO INV-FWD-INV-NO
                   MOVE WS-PRIOR-FWD-PERIOD TO INV-FWD-PERIOD
                   MOVE WS-PRIOR-FWD-DATE   TO INV-FWD-DATE
                   MOVE WS-PRIOR-DUE-DATE   TO INV-DUE-DATE
               WHEN OTHER
                   MOVE SPACE         TO INV-FWD-IND
                   MOVE ZERO          TO INV-FWD-INV-NO INV-FWD-PERIOD
                                         INV-FWD-DATE
           END-EVALUATE
           EVALUATE TRUE
               WHEN INVOICE-HELD-FOR-REVIEW
                   MOVE "R"              TO INV-REVIEW-IND
                   MOVE WS-TODAY-NUM     TO INV-REVIEW-DATE
                   MOVE WS-HELD-DUE-DATE TO INV-DUE-DATE
               WHEN PRIOR-REVIEW-RELEASED
                   MOVE WS-PRIOR-REVIEW-IND  TO INV-REVIEW-IND
                   MOVE WS-PRIOR-REVIEW-DATE TO INV-REVIEW-DATE
               WHEN OTHER
                   MOVE SPACE         TO INV-REVIEW-IND
                   MOVE ZERO          TO INV-REVIEW-DATE
           END-EVALUATE
           IF INVOICE-HELD-BELOW-MIN
               MOVE ZERO          TO INV-FWD-AMT
           ELSE
               MOVE WS-FWD-AMT    TO INV-FWD-AMT
           END-IF
           PERFORM SET-INVOICE-CURRENCY
           WRITE INVREG-REC
               INVALID KEY
                   REWRITE INVREG-REC
           END-WRITE
           .

      *>  Converts the invoice for an account billed in a foreign
      *>  currency at the rate effective on the issue date -- the
      *>  latest FXRATE.DAT row for the currency dated on or before
      *>  it.  The converted usage and taxes are figured from the
      *>  home amounts the same way; everything else on the invoice
      *>  is the difference, so the three always add to the amount
      *>  due.  A re-billed invoice keeps the foreign receipts and
      *>  realized gain or loss already posted against it.
       SET-INVOICE-CURRENCY.
           MOVE SPACES TO WS-BILL-CUR INV-CURRENCY
           MOVE ZERO TO WS-INV-FX-RATE INV-FX-RATE INV-FX-AMT-DUE
           MOVE WS-CARRY-FX-PAID TO INV-FX-PAID-AMT
           MOVE WS-CARRY-FX-GL   TO INV-FX-GAIN-LOSS
           IF WS-ACCT-BILL-CUR = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FX-FILE-OPEN
               MOVE WS-ACCT-BILL-CUR TO FX-CURRENCY
               MOVE WS-TODAY-NUM     TO FX-EFF-DATE
               START FXTAB KEY IS LESS THAN OR EQUAL FX-KEY
                   INVALID KEY
                       MOVE ZERO TO WS-INV-FX-RATE
                   NOT INVALID KEY
                       READ FXTAB NEXT
                           AT END
                               MOVE ZERO TO WS-INV-FX-RATE
                           NOT AT END
                               IF FX-CURRENCY = WS-ACCT-BILL-CUR
                               AND FX-RATE > ZERO
                                   MOVE FX-RATE TO WS-INV-FX-RATE
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-INV-FX-RATE = ZERO
               ADD 1 TO WS-FX-NORATE-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FX-COUNT
           MOVE WS-ACCT-BILL-CUR TO WS-BILL-CUR INV-CURRENCY
           MOVE WS-INV-FX-RATE   TO INV-FX-RATE
           COMPUTE WS-FX-DUE ROUNDED = INV-AMT-DUE / WS-INV-FX-RATE
           END-COMPUTE
           COMPUTE WS-FX-USAGE ROUNDED =
                   SUM-PRICE-TOT / WS-INV-FX-RATE
           END-COMPUTE
           COMPUTE WS-FX-TAXES ROUNDED =
                   (SUM-BTAX-TOT + SUM-DTAX-TOT) / WS-INV-FX-RATE
           END-COMPUTE
           COMPUTE WS-FX-OTHER = WS-FX-DUE - WS-FX-USAGE - WS-FX-TAXES
           END-COMPUTE
           MOVE WS-FX-DUE TO INV-FX-AMT-DUE
           .

      *>  INV-DUE-DATE from the account's own payment terms,
      *>  rolled forward to the next banking day.  The terms come
      *>  off the master row in the record area (read just before
                       FUNCTION NUMVAL (WS-ENV-LATE-PCT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_LATE_PCT" TO CFQ-SETTING
           MOVE WS-ENV-LATE-PCT TO CFQ-ENV-VALUE
           MOVE WS-LATE-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-LATE-MIN
           ACCEPT WS-ENV-LATE-MIN FROM ENVIRONMENT "TELCO_LATE_MIN"
           END-ACCEPT
                       FUNCTION NUMVAL (WS-ENV-LATE-MIN)
               END-COMPUTE
           END-IF
           MOVE "TELCO_LATE_MIN" TO CFQ-SETTING
           MOVE WS-ENV-LATE-MIN TO CFQ-ENV-VALUE
           MOVE WS-LATE-MIN TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           IF WS-LATE-PCT NOT = ZERO OR WS-LATE-MIN NOT = ZERO
               OPEN INPUT LATECAP
           END-IF
           END-IF
           .

      *>  The minimum bill and how many periods running an account
      *>  may be held under it.  Zero turns holding off; invoices
      *>  held before still come forward either way.
       SET-MINIMUM-BILL.
           MOVE SPACES TO WS-ENV-MIN-BILL
           ACCEPT WS-ENV-MIN-BILL FROM ENVIRONMENT "TELCO_MIN_BILL_AMT"
           END-ACCEPT
           IF WS-ENV-MIN-BILL NOT = SPACES
               COMPUTE WS-MIN-BILL-AMT =
                       FUNCTION NUMVAL (WS-ENV-MIN-BILL)
               END-COMPUTE
           END-IF
           IF WS-MIN-BILL-AMT < ZERO
               MOVE ZERO TO WS-MIN-BILL-AMT
           END-IF
           MOVE "TELCO_MIN_BILL_AMT" TO CFQ-SETTING
           MOVE WS-ENV-MIN-BILL TO CFQ-ENV-VALUE
           MOVE WS-MIN-BILL-AMT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-MIN-MAX
           ACCEPT WS-ENV-MIN-MAX FROM ENVIRONMENT
               "TELCO_MIN_BILL_MAX_PERIODS"
           END-ACCEPT
           IF WS-ENV-MIN-MAX NOT = SPACES
               COMPUTE WS-MIN-BILL-MAX =
                       FUNCTION NUMVAL (WS-ENV-MIN-MAX)
               END-COMPUTE
           END-IF
           IF WS-MIN-BILL-MAX > 12
               MOVE 12 TO WS-MIN-BILL-MAX
           END-IF
           MOVE "TELCO_MIN_BILL_MAX_PERIODS" TO CFQ-SETTING
           MOVE WS-ENV-MIN-MAX TO CFQ-ENV-VALUE
           MOVE WS-MIN-BILL-MAX TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  One held invoice onto its account's BILLFWD.WRK row: one
      *>  still waiting from an earlier period, or one a re-billed
      *>  period's invoice has already brought forward.
       STAGE-FORWARD-DOCUMENT.
           MOVE "N" TO WS-FWD-NEW
           MOVE INV-ACCT-NO TO FW-ACCT-NO
           READ FWDWORK
               INVALID KEY
                   MOVE "Y" TO WS-FWD-NEW
                   MOVE INV-ACCT-NO TO FW-ACCT-NO
                   MOVE ZERO        TO FW-COUNT FW-AMT
                   MOVE INV-PERIOD  TO FW-FROM-PERIOD
           END-READ
           IF FW-COUNT < 12
               ADD 1 TO FW-COUNT
               MOVE INV-NO TO FW-INV-NO (FW-COUNT)
               COMPUTE FW-AMT = FW-AMT + INV-AMT-DUE
                              - INV-PAID-AMT - INV-WOFF-AMT
               END-COMPUTE
               IF INV-PERIOD < FW-FROM-PERIOD
                   MOVE INV-PERIOD TO FW-FROM-PERIOD
               END-IF
           END-IF
           IF WS-FWD-NEW = "Y"
               WRITE FWDWORK-REC
               END-WRITE
           ELSE
               REWRITE FWDWORK-REC
               END-REWRITE
           END-IF
           .

      *>  The held balance this account brings forward, then
      *>  whether this invoice is itself held: a minimum is set,
      *>  holding is allowed for the invoice, the account bills in
      *>  the home currency, the amount due with the held balance
      *>  is neither a credit nor up to the minimum, and the
      *>  account has not already been held the longest allowed.
      *>  A re-billed invoice that was held and has since been
      *>  brought forward stays as it was on the later invoice.
      *>  A held invoice's messages did not go out, so they come
      *>  back off the counts.
       CHECK-MINIMUM-BILL.
           MOVE "N" TO WS-MINB-SW
           MOVE ZERO TO WS-FWD-COUNT WS-FWD-FROM WS-FWD-AMT
           MOVE SPACE TO WS-PRIOR-FWD-IND
           MOVE ZERO TO WS-PRIOR-FWD-INV-NO WS-PRIOR-FWD-PERIOD
                        WS-PRIOR-FWD-DATE WS-PRIOR-DUE-DATE
           MOVE SPACE TO WS-PRIOR-REVIEW-IND
           MOVE ZERO  TO WS-PRIOR-REVIEW-DATE
           MOVE SUM-ACCT-NO TO FW-ACCT-NO
           READ FWDWORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FW-COUNT       TO WS-FWD-COUNT
                   MOVE FW-FROM-PERIOD TO WS-FWD-FROM
                   MOVE FW-AMT         TO WS-FWD-AMT
           END-READ
           MOVE WS-CUR-INV-NO TO INV-NO
           READ INVREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-FWD-IND    TO WS-PRIOR-FWD-IND
                   MOVE INV-FWD-INV-NO TO WS-PRIOR-FWD-INV-NO
                   MOVE INV-FWD-PERIOD TO WS-PRIOR-FWD-PERIOD
                   MOVE INV-FWD-DATE   TO WS-PRIOR-FWD-DATE
                   MOVE INV-DUE-DATE   TO WS-PRIOR-DUE-DATE
                   MOVE INV-REVIEW-IND  TO WS-PRIOR-REVIEW-IND
                   MOVE INV-REVIEW-DATE TO WS-PRIOR-REVIEW-DATE
           END-READ
           IF WS-MIN-BILL-AMT = ZERO
           OR WS-MINB-MAY-HOLD = "N"
           OR WS-ACCT-BILL-CUR NOT = SPACES
           OR WS-PRIOR-FWD-IND = "B"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FWD-TOTAL = SUM-OUTPUT-TOT + WS-RECUR-TOT
                                + WS-OTC-TOT + WS-OTC-TAX
                                + WS-TPC-TOT + WS-EQP-TOT
                                + WS-FEE-TOT + WS-BUDGET-ADJ
                                + WS-LATE-CHG - WS-LIFE-CREDIT
                                - WS-DEP-APPLIED + WS-FWD-AMT
           END-COMPUTE
           IF WS-FWD-TOTAL < ZERO
           OR WS-FWD-TOTAL NOT < WS-MIN-BILL-AMT
               EXIT PARAGRAPH
           END-IF
           IF WS-FWD-COUNT NOT < WS-MIN-BILL-MAX
               ADD 1 TO WS-MINB-FORCED-COUNT
               EXIT PARAGRAPH
           END-IF
           SET INVOICE-HELD-BELOW-MIN TO TRUE
           MOVE "Y" TO WS-SUPPRESS-PRINT
           ADD 1 TO WS-MINB-HELD-COUNT
           PERFORM VARYING IM-IDX FROM 1 BY 1
                   UNTIL IM-IDX > WS-IM-COUNT
               SET BM-IDX TO IM-BM-NO (IM-IDX)
               SUBTRACT 1 FROM BM-INV-COUNT (BM-IDX)
           END-PERFORM
           .

      *>  After the invoice is on the register: the held invoices
      *>  it brought forward take its number, period, issue date
      *>  and due date -- or, when this invoice was itself held,
      *>  they stay held alongside it (a re-bill that now comes in
      *>  under the minimum puts back any it had brought forward).
       MARK-FORWARDED-DOCUMENTS.
           IF WS-FWD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SUM-ACCT-NO TO FW-ACCT-NO
           READ FWDWORK
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT INVOICE-HELD-BELOW-MIN
               ADD 1 TO WS-MINB-FWD-COUNT
           END-IF
           PERFORM VARYING WS-FWD-X FROM 1 BY 1
                   UNTIL WS-FWD-X > FW-COUNT
               MOVE FW-INV-NO (WS-FWD-X) TO INV-NO
               READ INVREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INVOICE-HELD-BELOW-MIN
                           SET INV-FWD-HELD TO TRUE
                           MOVE ZERO TO INV-FWD-INV-NO INV-FWD-PERIOD
                                        INV-FWD-DATE
                           MOVE WS-HELD-DUE-DATE TO INV-DUE-DATE
                       ELSE
                           SET INV-FWD-BILLED TO TRUE
                           MOVE WS-CUR-INV-NO  TO INV-FWD-INV-NO
                           MOVE WS-BILL-PERIOD TO INV-FWD-PERIOD
                           MOVE WS-TODAY-NUM   TO INV-FWD-DATE
                           IF INVOICE-HELD-FOR-REVIEW
                               MOVE WS-HELD-DUE-DATE TO INV-DUE-DATE
                           ELSE
                               MOVE WS-DUE-NUM     TO INV-DUE-DATE
                           END-IF
                       END-IF
                       REWRITE INVREG-REC
                       END-REWRITE
               END-READ
           END-PERFORM
           .

      *>  Bill-shock review is on when SHOCKTB.DAT opens; the
      *>  trailing window is the TELCO_SHOCK_PERIODS periods before
      *>  the one being billed.  The review queue and the held
      *>  e-bill rows are opened whether or not it is on, since a
      *>  re-bill can still withdraw an invoice held before.
       SET-BILL-SHOCK.
           MOVE SPACES TO WS-ENV-SHOCK-PER
           ACCEPT WS-ENV-SHOCK-PER FROM ENVIRONMENT
               "TELCO_SHOCK_PERIODS"
           END-ACCEPT
           IF WS-ENV-SHOCK-PER NOT = SPACES
               COMPUTE WS-SHOCK-PERIODS =
                       FUNCTION NUMVAL (WS-ENV-SHOCK-PER)
               END-COMPUTE
           END-IF
           IF WS-SHOCK-PERIODS = ZERO
               MOVE 1 TO WS-SHOCK-PERIODS
           END-IF
           IF WS-SHOCK-PERIODS > 12
               MOVE 12 TO WS-SHOCK-PERIODS
           END-IF
           MOVE "TELCO_SHOCK_PERIODS" TO CFQ-SETTING
           MOVE WS-ENV-SHOCK-PER TO CFQ-ENV-VALUE
           MOVE WS-SHOCK-PERIODS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE WS-BILL-PERIOD TO WS-SHOCK-FROM
           PERFORM VARYING WS-SHOCK-X FROM 1 BY 1
                   UNTIL WS-SHOCK-X > WS-SHOCK-PERIODS
               IF WS-SHOCK-FROM-MM = 1
                   SUBTRACT 1 FROM WS-SHOCK-FROM-YY
                   MOVE 12 TO WS-SHOCK-FROM-MM
               ELSE
                   SUBTRACT 1 FROM WS-SHOCK-FROM-MM
               END-IF
           END-PERFORM
           MOVE "N" TO WS-SHOCK-ON
           OPEN INPUT SHOCKTB
           IF SHK-STATUS = "00"
               SET SHOCK-CHECK-ON TO TRUE
           END-IF
           OPEN I-O BILLREVQ
           IF RVQ-FILE-STATUS NOT = "00"
               OPEN OUTPUT BILLREVQ
               CLOSE BILLREVQ
               OPEN I-O BILLREVQ
           END-IF
           OPEN I-O REVEBILL
           IF RVE-STATUS NOT = "00"
               OPEN OUTPUT REVEBILL
               CLOSE REVEBILL
               OPEN I-O REVEBILL
           END-IF
           OPEN OUTPUT SHKWORK
           CLOSE SHKWORK
           OPEN I-O SHKWORK
           .

      *>  One invoice off the register into its period's history.
       STAGE-SHOCK-HISTORY.
           MOVE INV-ACCT-NO TO SK-ACCT-NO
           MOVE INV-PERIOD  TO SK-PERIOD
           READ SHKWORK
               INVALID KEY
                   MOVE INV-ACCT-NO TO SK-ACCT-NO
                   MOVE INV-PERIOD  TO SK-PERIOD
                   MOVE INV-AMT-DUE TO SK-AMT
                   MOVE "I"         TO SK-SOURCE
                   WRITE SHKWORK-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD INV-AMT-DUE TO SK-AMT
                   REWRITE SHKWORK-REC
                   END-REWRITE
           END-READ
           .

      *>  Periods in the window the register has no invoice for --
      *>  billed before the register was kept, or from live totals
      *>  -- count at their ACCTPER.DAT usage.  Period mode already
      *>  has the snapshot open for the sweep to come, so it is
      *>  read through here and reopened at the top.
       LOAD-SHOCK-HISTORY.
           IF NOT SHOCK-CHECK-ON
               EXIT PARAGRAPH
           END-IF
           IF PERIOD-MODE
               CLOSE ACCTPER
           END-IF
           OPEN INPUT ACCTPER
           IF PER-STATUS = "00"
               PERFORM UNTIL 0 = 1
                   READ ACCTPER NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF PER-PERIOD NOT < WS-SHOCK-FROM
                   AND PER-PERIOD < WS-BILL-PERIOD
                       MOVE PER-ACCT-NO    TO SK-ACCT-NO
                       MOVE PER-PERIOD     TO SK-PERIOD
                       MOVE PER-OUTPUT-TOT TO SK-AMT
                       MOVE "A"            TO SK-SOURCE
                       WRITE SHKWORK-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE ACCTPER
           END-IF
           IF PERIOD-MODE
               OPEN INPUT ACCTPER
           END-IF
           .

      *>  Whether this invoice is held for bill-shock review: the
      *>  check is on, the invoice may be held at all (as for the
      *>  minimum bill), it was neither just held below the minimum
      *>  nor released from review before, and the account has
      *>  history in the window.  Its charges are held when they
      *>  run past both of its class's limits -- a percentage of
      *>  the average and an amount above it, a zero limit taking
      *>  no part.  A held invoice's messages did not go out, so
      *>  they come back off the counts.
       CHECK-BILL-SHOCK.
           MOVE "N" TO WS-SHOCK-SW
           MOVE ZERO TO WS-SHOCK-HIST WS-SHOCK-AVG WS-SHOCK-COUNT
           IF NOT SHOCK-CHECK-ON
           OR WS-MINB-MAY-HOLD = "N"
           OR INVOICE-HELD-BELOW-MIN
           OR PRIOR-REVIEW-RELEASED
           OR WS-PRIOR-FWD-IND = "B"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHOCK-CHARGES = SUM-OUTPUT-TOT + WS-RECUR-TOT
                                    + WS-OTC-TOT + WS-OTC-TAX
                                    + WS-TPC-TOT + WS-EQP-TOT
                                    + WS-FEE-TOT + WS-BUDGET-ADJ
                                    + WS-LATE-CHG - WS-LIFE-CREDIT
                                    - WS-DEP-APPLIED
           END-COMPUTE
           IF WS-SHOCK-CHARGES NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECUR-PLAN TO SHK-CLASS
           READ SHOCKTB
               INVALID KEY
                   MOVE "DFLT" TO SHK-CLASS
                   READ SHOCKTB
                       INVALID KEY
                           EXIT PARAGRAPH
                   END-READ
           END-READ
           IF SHK-PCT = ZERO AND SHK-ABS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SUM-ACCT-NO   TO SK-ACCT-NO
           MOVE WS-SHOCK-FROM TO SK-PERIOD
           START SHKWORK KEY IS NOT LESS THAN SK-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ SHKWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF SK-ACCT-NO NOT = SUM-ACCT-NO
               OR SK-PERIOD NOT < WS-BILL-PERIOD
                   EXIT PERFORM
               END-IF
               ADD SK-AMT TO WS-SHOCK-HIST
               ADD 1 TO WS-SHOCK-COUNT
           END-PERFORM
           IF WS-SHOCK-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHOCK-AVG ROUNDED =
                   WS-SHOCK-HIST / WS-SHOCK-COUNT
           END-COMPUTE
           IF SHK-PCT > ZERO
           AND WS-SHOCK-CHARGES * 100 NOT > WS-SHOCK-AVG * SHK-PCT
               EXIT PARAGRAPH
           END-IF
           IF SHK-ABS > ZERO
           AND WS-SHOCK-CHARGES - WS-SHOCK-AVG NOT > SHK-ABS
               EXIT PARAGRAPH
           END-IF
           SET INVOICE-HELD-FOR-REVIEW TO TRUE
           MOVE SHK-CLASS TO WS-SHOCK-CLASS
           MOVE "Y" TO WS-SUPPRESS-PRINT
           ADD 1 TO WS-SHOCK-HELD-COUNT
           PERFORM VARYING IM-IDX FROM 1 BY 1
                   UNTIL IM-IDX > WS-IM-COUNT
               SET BM-IDX TO IM-BM-NO (IM-IDX)
               SUBTRACT 1 FROM BM-INV-COUNT (BM-IDX)
           END-PERFORM
           .

      *>  A held invoice's e-bill rows from an earlier run come off
      *>  BILLREVE.DAT before it is issued again.
       CLEAR-REVIEW-EBILL-ROWS.
           MOVE ZERO          TO WS-RVE-SEQ
           MOVE WS-CUR-INV-NO TO RVE-INV-NO
           MOVE ZERO          TO RVE-SEQ
           START REVEBILL KEY IS NOT LESS THAN RVE-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ REVEBILL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF RVE-INV-NO NOT = WS-CUR-INV-NO
                   EXIT PERFORM
               END-IF
               DELETE REVEBILL RECORD
               END-DELETE
           END-PERFORM
           .

      *>  A held invoice goes onto the review queue -- a re-billed
      *>  one replacing its entry, back to waiting whatever was
      *>  done with it before -- with the payment terms it would
      *>  have had, for telshock to date it from its release.  One
      *>  held before that now re-bills inside the limits is
      *>  withdrawn from the queue and goes out as normal.
       QUEUE-FOR-REVIEW.
           IF INVOICE-HELD-FOR-REVIEW
               MOVE WS-CUR-INV-NO    TO RVQ-INV-NO
               MOVE SUM-ACCT-NO      TO RVQ-ACCT-NO
               MOVE WS-BILL-PERIOD   TO RVQ-PERIOD
               MOVE WS-SHOCK-CLASS   TO RVQ-CLASS
               MOVE WS-SHOCK-CHARGES TO RVQ-CHARGES
               COMPUTE RVQ-AMT-DUE = WS-SHOCK-CHARGES + WS-FWD-AMT
               END-COMPUTE
               MOVE WS-SHOCK-AVG     TO RVQ-AVG-AMT
               MOVE WS-SHOCK-COUNT   TO RVQ-AVG-PERIODS
               MOVE SHK-PCT          TO RVQ-SHK-PCT
               MOVE SHK-ABS          TO RVQ-SHK-ABS
               MOVE WS-TODAY-NUM     TO RVQ-HELD-DATE
               COMPUTE RVQ-TERM-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-DUE-NUM)
                     - FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)
               END-COMPUTE
               SET RVQ-PENDING       TO TRUE
               MOVE SPACES           TO RVQ-ROUTE RVQ-OPER RVQ-NOTE
               MOVE WS-TODAY-NUM     TO RVQ-ACTION-DATE
               MOVE ZERO             TO RVQ-NEW-DUE-DATE
                                        RVQ-EBILL-DATE
               IF ACCT-DELIV-EBILL OR ACCT-DELIV-BOTH
                   SET RVQ-EBILL-WAITING TO TRUE
               ELSE
                   SET RVQ-NO-EBILL TO TRUE
               END-IF
               WRITE BILLREV-REC
                   INVALID KEY
                       REWRITE BILLREV-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           IF PRIOR-REVIEW-HELD
               MOVE WS-CUR-INV-NO TO RVQ-INV-NO
               READ BILLREVQ
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RVQ-WITHDRAWN  TO TRUE
                       MOVE WS-TODAY-NUM  TO RVQ-ACTION-DATE
                       MOVE "TELBILL"     TO RVQ-OPER
                       SET RVQ-NO-EBILL   TO TRUE
                       REWRITE BILLREV-REC
                       END-REWRITE
               END-READ
           END-IF
           .

      *>  Lifeline support for the account being billed: an
      *>  active, attested enrollment not yet past its
      *>  recertification due date, capped at the bill's service
      *>  charges (usage plus recurring) so the credit never runs
      *>  the invoice into a credit balance.  The entity comes off
      *>  the master row in the record area.
       COMPUTE-LIFELINE-SUPPORT.
           MOVE ZERO TO WS-LIFE-CREDIT
           MOVE SPACES TO WS-LIFE-PROGRAM
           MOVE ACCT-ENTITY-CODE TO WS-LIFE-ENTITY
           IF NOT LIFELINE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECUR-ACCT TO LFL-ACCT-NO
           READ LIFELINE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF NOT LFL-ACTIVE
           OR NOT LFL-ATTESTED
           OR LFL-RECERT-DUE < WS-TODAY-NUM
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIFE-CAP = SUM-OUTPUT-TOT + WS-RECUR-TOT
           END-COMPUTE
           IF WS-LIFE-CAP <= ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE LFL-SUPPORT-AMT TO WS-LIFE-CREDIT
           IF WS-LIFE-CREDIT > WS-LIFE-CAP
               MOVE WS-LIFE-CAP TO WS-LIFE-CREDIT
           END-IF
           MOVE LFL-PROGRAM TO WS-LIFE-PROGRAM
           IF WS-LIFE-CREDIT > ZERO
               ADD 1 TO WS-LIFE-COUNT
           END-IF
           .

      *>  LIFEAPPL.DAT is created on first use, same pattern as
      *>  INVREG.
       OPEN-LIFELINE-APPLIED.
           OPEN I-O LIFEAPPL
           IF LFA-STATUS NOT = "00"
               OPEN OUTPUT LIFEAPPL
               CLOSE LIFEAPPL
               OPEN I-O LIFEAPPL
           END-IF
           IF LFA-STATUS = "00"
               SET LIFE-APPLIED-OPEN TO TRUE
           END-IF
           .

      *>  The period's row for the claim, keyed like the register
      *>  row it rides with: a re-billed invoice replaces it, and
      *>  one re-billed without support takes it back out.
       RECORD-LIFELINE-SUPPORT.
           IF NOT LIFE-APPLIED-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-PERIOD TO LFA-PERIOD
           MOVE WS-RECUR-ACCT  TO LFA-ACCT-NO
           IF WS-LIFE-CREDIT = ZERO
               DELETE LIFEAPPL RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIFE-ENTITY  TO LFA-ENTITY-CODE
           MOVE WS-LIFE-PROGRAM TO LFA-PROGRAM
           MOVE WS-CUR-INV-NO   TO LFA-INV-NO
           MOVE WS-LIFE-CREDIT  TO LFA-AMOUNT
           MOVE WS-TODAY-NUM    TO LFA-BILL-DATE
           WRITE LIFE-APPLIED-REC
               INVALID KEY
                   REWRITE LIFE-APPLIED-REC
           END-WRITE
           .

       WRITE-LIFELINE-SECTION.
           IF WS-LIFE-CREDIT > ZERO
               MOVE "-- Lifeline support --" TO INVREC
               PERFORM WRITE-INV-LINE
               MOVE WS-LIFE-CREDIT TO WS-LIFE-OUT
               MOVE SPACES TO INVREC
               STRING "  Lifeline discount: -" DELIMITED BY SIZE
                      WS-LIFE-OUT              DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           .

      *>  BUDGBILL.DAT is read-write when present; the ledger is
      *>  created on first use, same pattern as INVREG.
       OPEN-BUDGET-FILES.
           OPEN I-O BUDGBILL
           IF BBL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET BUDGET-FILE-OPEN TO TRUE
           OPEN I-O BUDGLEDG
           IF BLG-STATUS NOT = "00"
               OPEN OUTPUT BUDGLEDG
               CLOSE BUDGLEDG
               OPEN I-O BUDGLEDG
           END-IF
           IF BLG-STATUS = "00"
               SET BUDGET-LEDGER-OPEN TO TRUE
           END-IF
           .

      *>  What the budget account is billed for its usage this
      *>  period.  An ordinary month bills the installment and
      *>  carries the difference; the settlement month, the first
      *>  invoice after a cancellation and the final bill bill the
      *>  actual charges plus everything carried.  A period already
      *>  on the ledger is a re-bill: the amount the customer was
      *>  told stands, any change in the actual charges moving the
      *>  carried balance instead -- or, on a settlement, the
      *>  settlement itself.
       APPLY-BUDGET-BILLING.
           MOVE ZERO TO WS-BUDGET-ADJ
           MOVE "N" TO WS-BUD-SW WS-BUD-REBILL
           IF NOT BUDGET-FILE-OPEN OR NOT BUDGET-LEDGER-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECUR-ACCT TO BBL-ACCT-NO
           READ BUDGBILL
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SUM-OUTPUT-TOT TO WS-BUD-ACTUAL
           MOVE WS-RECUR-ACCT  TO BLG-ACCT-NO
           MOVE WS-BILL-PERIOD TO BLG-PERIOD
           READ BUDGLEDG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BUDGET-ROW-ON-FILE TO TRUE
           END-READ
           IF BUDGET-ROW-ON-FILE
               COMPUTE WS-BUD-DELTA = WS-BUD-ACTUAL - BLG-ACTUAL-AMT
               END-COMPUTE
               MOVE BLG-ENTRY-TYPE  TO WS-BUD-TYPE
               MOVE BLG-INSTALL-AMT TO WS-BUD-INSTALL
               MOVE BLG-BAL-BEFORE  TO WS-BUD-BAL-BEFORE
               IF BLG-SETTLEMENT
                   COMPUTE WS-BUD-BILLED = BLG-BILLED-AMT
                         + WS-BUD-DELTA
                   END-COMPUTE
                   MOVE BLG-BAL-AFTER TO WS-BUD-BAL-AFTER
               ELSE
                   MOVE BLG-BILLED-AMT TO WS-BUD-BILLED
                   COMPUTE WS-BUD-BAL-AFTER = BLG-BAL-AFTER
                         + WS-BUD-DELTA
                   END-COMPUTE
               END-IF
           ELSE
               IF BBL-ENDED
               OR (BBL-CANCELLED AND BBL-DEFER-BAL = ZERO)
               OR WS-BILL-PERIOD < BBL-START-PERIOD
                   EXIT PARAGRAPH
               END-IF
               MOVE BBL-DEFER-BAL   TO WS-BUD-BAL-BEFORE
               MOVE BBL-INSTALL-AMT TO WS-BUD-INSTALL
               EVALUATE TRUE
                   WHEN FINAL-BILL-MODE
                       MOVE "F" TO WS-BUD-TYPE
                   WHEN BBL-CANCELLED
                       MOVE "X" TO WS-BUD-TYPE
                   WHEN WS-BILL-PERIOD (5:2) = BBL-SETTLE-MONTH
                       MOVE "S" TO WS-BUD-TYPE
                   WHEN OTHER
                       MOVE "B" TO WS-BUD-TYPE
               END-EVALUATE
               IF WS-BUD-TYPE = "B"
                   MOVE WS-BUD-INSTALL TO WS-BUD-BILLED
                   COMPUTE WS-BUD-BAL-AFTER = WS-BUD-BAL-BEFORE
                         + WS-BUD-ACTUAL - WS-BUD-INSTALL
                   END-COMPUTE
               ELSE
                   COMPUTE WS-BUD-BILLED = WS-BUD-ACTUAL
                         + WS-BUD-BAL-BEFORE
                   END-COMPUTE
                   MOVE ZERO TO WS-BUD-BAL-AFTER
               END-IF
           END-IF
           COMPUTE WS-BUDGET-ADJ = WS-BUD-BILLED - WS-BUD-ACTUAL
           END-COMPUTE
           SET INVOICE-ON-BUDGET TO TRUE
           ADD 1 TO WS-BUDGET-COUNT
           IF WS-BUD-TYPE NOT = "B"
               ADD 1 TO WS-BUD-SETTLE-COUNT
           END-IF
           .

      *>  The period's ledger row, and the enrollment moved on: the
      *>  carried balance, the last period billed, a settlement
      *>  flagging the installment for reset and a settle-out or
      *>  final bill ending the enrollment.
       RECORD-BUDGET-LEDGER.
           IF NOT INVOICE-ON-BUDGET
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECUR-ACCT     TO BLG-ACCT-NO
           MOVE WS-BILL-PERIOD    TO BLG-PERIOD
           MOVE WS-CUR-INV-NO     TO BLG-INV-NO
           MOVE WS-BUD-TYPE       TO BLG-ENTRY-TYPE
           MOVE WS-BUD-INSTALL    TO BLG-INSTALL-AMT
           MOVE WS-BUD-ACTUAL     TO BLG-ACTUAL-AMT
           MOVE WS-BUD-BILLED     TO BLG-BILLED-AMT
           MOVE WS-BUD-BAL-BEFORE TO BLG-BAL-BEFORE
           MOVE WS-BUD-BAL-AFTER  TO BLG-BAL-AFTER
           MOVE WS-TODAY-NUM      TO BLG-BILL-DATE
           WRITE BUDGLEDG-REC
               INVALID KEY
                   REWRITE BUDGLEDG-REC
           END-WRITE
           IF BUDGET-ROW-ON-FILE
               IF WS-BUD-TYPE = "B"
                   ADD WS-BUD-DELTA TO BBL-DEFER-BAL
               END-IF
           ELSE
               MOVE WS-BUD-BAL-AFTER TO BBL-DEFER-BAL
               IF WS-BILL-PERIOD > BBL-LAST-PERIOD
                   MOVE WS-BILL-PERIOD TO BBL-LAST-PERIOD
               END-IF
               EVALUATE WS-BUD-TYPE
                   WHEN "S"
                       MOVE "Y" TO BBL-REVIEW-DUE
                   WHEN "X"
                   WHEN "F"
                       MOVE "C" TO BBL-STATUS-IND
               END-EVALUATE
           END-IF
           REWRITE BUDGBILL-REC
           END-REWRITE
           .

      *>  The actual usage stays on the invoice above; this says
      *>  what was billed in its place and where the difference
      *>  stands.
       WRITE-BUDGET-SECTION.
           IF NOT INVOICE-ON-BUDGET
               EXIT PARAGRAPH
           END-IF
           MOVE "-- Budget billing --" TO INVREC
           PERFORM WRITE-INV-LINE
           MOVE WS-BUD-ACTUAL TO WS-BUD-OUT
           MOVE SPACES TO INVREC
           STRING "  Actual usage charges:         " DELIMITED BY SIZE
                  WS-BUD-OUT                          DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-INV-LINE
           IF WS-BUD-TYPE = "B"
               MOVE WS-BUD-BILLED TO WS-BUD-OUT
               MOVE SPACES TO INVREC
               STRING "  Budget installment billed:    "
                                                  DELIMITED BY SIZE
                      WS-BUD-OUT                  DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
               MOVE WS-BUD-BAL-AFTER TO WS-BUD-OUT
               MOVE SPACES TO INVREC
               STRING "  Difference carried to date:   "
                                                  DELIMITED BY SIZE
                      WS-BUD-OUT                  DELIMITED BY SIZE
                      "  (settles month "         DELIMITED BY SIZE
                      BBL-SETTLE-MONTH            DELIMITED BY SIZE
                      ")"                         DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           ELSE
               MOVE WS-BUD-BAL-BEFORE TO WS-BUD-OUT
               MOVE SPACES TO INVREC
               STRING "  Budget difference settled:    "
                                                  DELIMITED BY SIZE
                      WS-BUD-OUT                  DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
               MOVE WS-BUD-BILLED TO WS-BUD-OUT
               MOVE SPACES TO INVREC
               STRING "  Usage billed with settlement: "
                                                  DELIMITED BY SIZE
                      WS-BUD-OUT                  DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           .

      *>  Stages the recurring items for the plan/account the caller
      *>  just named in WS-RECUR-PLAN/WS-RECUR-ACCT: the plan's rows
      *>  off RECURTB in sequence order, each amount replaced by a
      *>  per-account override row when RECUROVR carries one.  The
      *>  table is staged (not printed) so the register row can be
      *>  cut with the full amount due before any print line goes
      *>  out.
       COMPUTE-RECURRING-CHARGES.
           MOVE ZERO TO WS-RECUR-TOT WS-RECUR-COUNT
           MOVE 1 TO WS-SPLIT-NUM WS-SPLIT-DEN
           PERFORM SET-SERVICE-WINDOW
           PERFORM CHECK-SUSPENDED-MONTH
           IF MONTH-SUSPENDED
               ADD 1 TO WS-RECUR-COUNT
               MOVE "SEASONAL RETAINER" TO RL-DESC (WS-RECUR-COUNT)
               MOVE ACCT-RETAINER TO RL-AMT (WS-RECUR-COUNT)
               MOVE WS-DFR-FROM   TO RL-SVC-FROM (WS-RECUR-COUNT)
               MOVE WS-DFR-TO     TO RL-SVC-TO (WS-RECUR-COUNT)
               ADD ACCT-RETAINER  TO WS-RECUR-TOT
               EXIT PARAGRAPH
           END-IF
           IF RECUR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PLAN-CHANGE
           IF PLAN-CHANGE-FOUND
               MOVE WS-OLD-PLAN TO WS-STAGE-PLAN
               COMPUTE WS-SPLIT-NUM = WS-CHANGE-DAY - 1
               END-COMPUTE
               MOVE WS-PRORATE-DEN-X TO WS-SPLIT-DEN
               MOVE WS-DFR-MSTART TO WS-DFR-FROM
               COMPUTE WS-DFR-TO = WS-DFR-MSTART + WS-CHANGE-DAY - 2
               END-COMPUTE
               IF WS-SPLIT-NUM > ZERO
                   PERFORM STAGE-PLAN-ITEMS
               END-IF
               MOVE WS-NEW-PLAN TO WS-STAGE-PLAN
               COMPUTE WS-SPLIT-NUM =
                       WS-SPLIT-DEN - WS-CHANGE-DAY + 1
               END-COMPUTE
               COMPUTE WS-DFR-FROM = WS-DFR-MSTART + WS-CHANGE-DAY - 1
               END-COMPUTE
               MOVE WS-DFR-MEND TO WS-DFR-TO
               IF WS-SPLIT-NUM > ZERO
                   PERFORM STAGE-PLAN-ITEMS
               END-IF
               MOVE 1 TO WS-SPLIT-NUM WS-SPLIT-DEN
           ELSE
               MOVE WS-RECUR-PLAN TO WS-STAGE-PLAN
               PERFORM STAGE-PLAN-ITEMS
           END-IF
           .

      *>  The service period the recurring items pay for: the
      *>  billed month, or on a final bill with a disconnect date
      *>  the first of the disconnect month through the disconnect
      *>  date -- the slice COMPUTE-PRORATE-FACTOR charged for.
       SET-SERVICE-WINDOW.
           COMPUTE WS-DFR-MSTART = WS-BILL-PERIOD * 100 + 1
           END-COMPUTE
           MOVE WS-DFR-MSTART TO WS-DFR-MNEXT
           IF WS-DFR-MNEXT (5:2) = 12
               COMPUTE WS-DFR-MNEXT = WS-DFR-MNEXT + 8900
               END-COMPUTE
           ELSE
               COMPUTE WS-DFR-MNEXT = WS-DFR-MNEXT + 100
               END-COMPUTE
           END-IF
           COMPUTE WS-DFR-MEND = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-DFR-MNEXT) - 1)
           END-COMPUTE
           MOVE WS-DFR-MSTART TO WS-DFR-FROM
           MOVE WS-DFR-MEND   TO WS-DFR-TO
           IF FINAL-BILL-MODE AND ACCT-DISC-DATE NOT = ZERO
               MOVE ACCT-DISC-DATE TO WS-DFR-FROM
               MOVE 01             TO WS-DFR-FROM (7:2)
               MOVE ACCT-DISC-DATE TO WS-DFR-TO
           END-IF
           .

      *>  Does the billed month sit inside the account's seasonal
      *>  suspension window?  The window comes off the master row
      *>  in the record area; the first of the billed month is the
      *>  test date, so any month that STARTS inside the window --
      *>  including the window's last partial month -- bills the
      *>  retainer, and normal charges resume with the first month
      *>  that starts after the window ends.  Resumption needs
      *>  nobody's memory either way.
       CHECK-SUSPENDED-MONTH.
           MOVE "N" TO WS-MONTH-SUSP
           END-START
           .

      *>  The per-line figures come off LINEPER.DAT in period mode
      *>  and the live LINESUM.DAT otherwise -- whichever matches
      *>  the summaries being invoiced.  Neither on disk means no
      *>  usage-by-line section anywhere this run.
       OPEN-LINE-USAGE.
           MOVE "N" TO WS-LINE-USE-OPEN
           IF PERIOD-MODE
               OPEN INPUT LINEPER
               IF LINEPER-STATUS = "00"
                   SET LINE-USE-FILE-OPEN TO TRUE
               END-IF
           ELSE
               OPEN INPUT LINESUM
               IF LINESUM-STATUS = "00"
                   SET LINE-USE-FILE-OPEN TO TRUE
               END-IF
           END-IF
           .

      *>  Only an account with more than one working line gets the
      *>  section.  Its line rows are gathered and proved against
      *>  the usage the invoice bills: calls, minutes and charges
      *>  must all add back to the account's own figures.
       COMPUTE-LINE-USAGE.
           MOVE "N" TO WS-LU-SW
           MOVE "Y" TO WS-LU-TIE-SW
           MOVE ZERO TO WS-LU-COUNT WS-LU-CALLS-TOT WS-LU-MOU-TOT
                        WS-LU-CHARGE-TOT
           IF NOT LINE-USE-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECUR-ACCT TO LNW-ACCT-NO
           READ LINEWORK
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LNW-LINE-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           IF PERIOD-MODE
               MOVE WS-RECUR-ACCT  TO LNP-ACCT-NO
               MOVE WS-BILL-PERIOD TO LNP-PERIOD
               MOVE LOW-VALUES     TO LNP-LINE-NO
               START LINEPER KEY IS GREATER THAN OR EQUAL LINEPER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ LINEPER NEXT RECORD
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF LNP-ACCT-NO NOT = WS-RECUR-ACCT
                           OR LNP-PERIOD NOT = WS-BILL-PERIOD
                               EXIT PERFORM
                           END-IF
                           MOVE LNP-LINE-NO    TO WS-LU-STG-LINE
                           MOVE LNP-CALL-COUNT TO WS-LU-STG-CALLS
                           MOVE LNP-MOU-TOT    TO WS-LU-STG-MOU
                           MOVE LNP-CHARGE-TOT TO WS-LU-STG-CHARGE
                           PERFORM STAGE-LINE-USAGE
                       END-PERFORM
               END-START
           ELSE
               MOVE WS-RECUR-ACCT  TO LNS-ACCT-NO
               MOVE LOW-VALUES     TO LNS-LINE-NO
               START LINESUM KEY IS GREATER THAN OR EQUAL LINESUM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ LINESUM NEXT RECORD
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF LNS-ACCT-NO NOT = WS-RECUR-ACCT
                               EXIT PERFORM
                           END-IF
                           MOVE LNS-LINE-NO    TO WS-LU-STG-LINE
                           MOVE LNS-CALL-COUNT TO WS-LU-STG-CALLS
                           MOVE LNS-MOU-TOT    TO WS-LU-STG-MOU
                           MOVE LNS-CHARGE-TOT TO WS-LU-STG-CHARGE
                           PERFORM STAGE-LINE-USAGE
                       END-PERFORM
               END-START
           END-IF
           IF WS-LU-COUNT = ZERO AND SUM-CALL-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET LINE-USAGE-SHOWN TO TRUE
           IF WS-LU-CALLS-TOT  NOT = SUM-CALL-COUNT
           OR WS-LU-MOU-TOT    NOT = SUM-MOU-TOT
           OR WS-LU-CHARGE-TOT NOT = SUM-OUTPUT-TOT
               MOVE "N" TO WS-LU-TIE-SW
               ADD 1 TO WS-LINE-NOTIE-COUNT
           END-IF
           .

       STAGE-LINE-USAGE.
           IF WS-LU-COUNT < 500
               ADD 1 TO WS-LU-COUNT
               SET LU-IDX TO WS-LU-COUNT
               MOVE WS-LU-STG-LINE TO LU-LINE-NO (LU-IDX)
               MOVE ZERO TO LU-CALLS (LU-IDX) LU-MOU (LU-IDX)
                            LU-CHARGE (LU-IDX)
           ELSE
               SET LU-IDX TO 500
               MOVE "OTHER LINES" TO LU-LINE-NO (LU-IDX)
           END-IF
           ADD WS-LU-STG-CALLS  TO LU-CALLS (LU-IDX) WS-LU-CALLS-TOT
           ADD WS-LU-STG-MOU    TO LU-MOU (LU-IDX) WS-LU-MOU-TOT
           ADD WS-LU-STG-CHARGE TO LU-CHARGE (LU-IDX) WS-LU-CHARGE-TOT
           .

       WRITE-LINE-USAGE-SECTION.
           IF NOT LINE-USAGE-SHOWN
               EXIT PARAGRAPH
           END-IF
           MOVE "-- Usage by line --" TO INVREC
           PERFORM WRITE-INV-LINE
           MOVE "  Line                  Calls      Minutes        "
              & "Charges" TO INVREC
           PERFORM WRITE-INV-LINE
           PERFORM VARYING LU-IDX FROM 1 BY 1
                   UNTIL LU-IDX > WS-LU-COUNT
               IF LU-LINE-NO (LU-IDX) = SPACES
                   MOVE "(no calling no.)" TO WS-LU-NAME
               ELSE
                   MOVE LU-LINE-NO (LU-IDX) TO WS-LU-NAME
               END-IF
               MOVE LU-CALLS (LU-IDX)  TO WS-LU-CALLS-OUT
               MOVE LU-MOU (LU-IDX)    TO WS-LU-MOU-OUT
               MOVE LU-CHARGE (LU-IDX) TO WS-LU-CHARGE-OUT
               MOVE SPACES TO INVREC
               STRING "  "               DELIMITED BY SIZE
                      WS-LU-NAME         DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      WS-LU-CALLS-OUT    DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-LU-MOU-OUT      DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WS-LU-CHARGE-OUT   DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-PERFORM
           MOVE WS-LU-CALLS-TOT  TO WS-LU-CALLS-OUT
           MOVE WS-LU-MOU-TOT    TO WS-LU-MOU-OUT
           MOVE WS-LU-CHARGE-TOT TO WS-LU-CHARGE-OUT
           MOVE SPACES TO INVREC
           STRING "  All lines         " DELIMITED BY SIZE
                  WS-LU-CALLS-OUT        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-LU-MOU-OUT          DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-LU-CHARGE-OUT       DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-INV-LINE
           IF NOT LINE-USAGE-TIES
               MOVE "  *** Usage by line does not add up to the usage "
                  & "billed ***" TO INVREC
               PERFORM WRITE-INV-LINE
           END-IF
           .

       WRITE-LINE-FEE-SECTION.
           IF WS-FEE-COUNT > ZERO
               MOVE "-- Per-line regulatory fees --" TO INVREC
                INTO EL-DESC (WS-EQP-COUNT)
           END-STRING
           MOVE WS-EQP-AMT TO EL-AMT (WS-EQP-COUNT)
           COMPUTE EL-SVC-FROM (WS-EQP-COUNT) =
                   FUNCTION DATE-OF-INTEGER (WS-EQP-FROM-INT)
           END-COMPUTE
           COMPUTE EL-SVC-TO (WS-EQP-COUNT) =
                   FUNCTION DATE-OF-INTEGER (WS-EQP-TO-INT - 1)
           END-COMPUTE
           ADD WS-EQP-AMT  TO WS-EQP-TOT
           IF FINAL-BILL-MODE AND EQP-ASSIGNED
           AND WS-EQP-COUNT < 20
                    INTO EL-DESC (WS-EQP-COUNT)
               END-STRING
               MOVE WS-EQP-AMT TO EL-AMT (WS-EQP-COUNT)
               MOVE WS-TODAY-NUM TO EL-SVC-FROM (WS-EQP-COUNT)
                                    EL-SVC-TO (WS-EQP-COUNT)
               ADD WS-EQP-AMT  TO WS-EQP-TOT
           END-IF
           .
           END-IF
           .

      *>  DEFERSCH.DAT is created on first use.  A schedule that
      *>  will not open leaves the run billing exactly as before,
      *>  nothing deferred.
       OPEN-DEFERRAL-SCHEDULE.
           MOVE "N" TO WS-DFR-OPEN
           OPEN I-O DEFERSCH
           IF DFS-STATUS NOT = "00"
               OPEN OUTPUT DEFERSCH
               CLOSE DEFERSCH
               OPEN I-O DEFERSCH
           END-IF
           IF DFS-STATUS = "00"
               MOVE "Y" TO WS-DFR-OPEN
           END-IF
           MOVE SPACES TO WS-DFR-BATCH
           STRING "DEFB."             DELIMITED BY SIZE
                  WS-TODAY (1:14)     DELIMITED BY SIZE
                INTO WS-DFR-BATCH
           END-STRING
           .

      *>  The invoice's recurring and equipment lines onto the
      *>  schedule under its number.  A re-billed invoice first
      *>  backs out the rows it carried last time; a final bill
      *>  first releases whatever the account still has deferred
      *>  from earlier invoices.
       WRITE-DEFERRAL-SCHEDULE.
           IF NOT DEFERRAL-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM BACK-OUT-PRIOR-DEFERRALS
           IF FINAL-BILL-MODE
               PERFORM RELEASE-ACCOUNT-DEFERRALS
           END-IF
           MOVE ZERO TO WS-DFR-LINE
           PERFORM VARYING RC-IDX FROM 1 BY 1
                   UNTIL RC-IDX > WS-RECUR-COUNT
               IF RL-AMT (RC-IDX) NOT = ZERO
                   MOVE "R"               TO DFS-SOURCE-IND
                   MOVE RL-DESC (RC-IDX)  TO DFS-DESC
                   MOVE RL-AMT (RC-IDX)   TO DFS-AMOUNT
                   MOVE RL-SVC-FROM (RC-IDX) TO DFS-SVC-FROM
                   MOVE RL-SVC-TO (RC-IDX)   TO DFS-SVC-TO
                   PERFORM WRITE-ONE-DEFERRAL
               END-IF
           END-PERFORM
           PERFORM VARYING EQ-IDX FROM 1 BY 1
                   UNTIL EQ-IDX > WS-EQP-COUNT
               IF EL-AMT (EQ-IDX) NOT = ZERO
                   MOVE "E"               TO DFS-SOURCE-IND
                   MOVE EL-DESC (EQ-IDX)  TO DFS-DESC
                   MOVE EL-AMT (EQ-IDX)   TO DFS-AMOUNT
                   MOVE EL-SVC-FROM (EQ-IDX) TO DFS-SVC-FROM
                   MOVE EL-SVC-TO (EQ-IDX)   TO DFS-SVC-TO
                   PERFORM WRITE-ONE-DEFERRAL
               END-IF
           END-PERFORM
           .

       WRITE-ONE-DEFERRAL.
           ADD 1 TO WS-DFR-LINE
           MOVE WS-RECUR-ACCT  TO DFS-ACCT-NO
           MOVE WS-CUR-INV-NO  TO DFS-INV-NO
           MOVE WS-DFR-LINE    TO DFS-LINE
           MOVE WS-BILL-PERIOD TO DFS-PERIOD
           MOVE WS-TODAY-NUM   TO DFS-BILL-DATE
           MOVE ZERO           TO DFS-RECOG-AMT DFS-RECOG-THRU
                                  DFS-RELEASE-INV DFS-RELEASE-AMT
           MOVE "O"            TO DFS-STATUS-IND
           WRITE DEFERSCH-REC
               INVALID KEY
                   REWRITE DEFERSCH-REC
                   END-REWRITE
           END-WRITE
           ADD DFS-AMOUNT TO WS-DFR-BILLED
           .

      *>  The rows this invoice number carried from an earlier run
      *>  come off the schedule: what was still deferred and what
      *>  had already been recognized are both backed out of the
      *>  receivable, and the new rows take their place.  Rows a
      *>  failed run wrote for a brand-new number never reached the
      *>  GL, so issuing that number again just drops them.
       BACK-OUT-PRIOR-DEFERRALS.
           MOVE WS-RECUR-ACCT TO DFS-ACCT-NO
           MOVE WS-CUR-INV-NO TO DFS-INV-NO
           MOVE ZERO          TO DFS-LINE
           START DEFERSCH KEY IS GREATER THAN OR EQUAL DEFERSCH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ DEFERSCH NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF DFS-ACCT-NO NOT = WS-RECUR-ACCT
                       OR DFS-INV-NO NOT = WS-CUR-INV-NO
                           EXIT PERFORM
                       END-IF
                       IF WS-REDO-FIRST = "N"
                           COMPUTE WS-DFR-RVS-UNREC = WS-DFR-RVS-UNREC
                                 + DFS-AMOUNT - DFS-RECOG-AMT
                           END-COMPUTE
                           ADD DFS-RECOG-AMT TO WS-DFR-RVS-RECOG
                       END-IF
                       DELETE DEFERSCH RECORD
                       END-DELETE
                   END-PERFORM
           END-START
           .

      *>  Final bill: the account's service has ended, so every
      *>  amount still deferred on its earlier invoices is earned
      *>  now -- released in full and the rows closed under this
      *>  invoice's number.  The same invoice issued again after a
      *>  failure finds its releases already closed; what it
      *>  released then was never checkpointed, so it counts again.
       RELEASE-ACCOUNT-DEFERRALS.
           MOVE WS-RECUR-ACCT TO DFS-ACCT-NO
           MOVE ZERO          TO DFS-INV-NO DFS-LINE
           START DEFERSCH KEY IS GREATER THAN OR EQUAL DEFERSCH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ DEFERSCH NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF DFS-ACCT-NO NOT = WS-RECUR-ACCT
                           EXIT PERFORM
                       END-IF
                       IF DFS-OPEN
                           COMPUTE DFS-RELEASE-AMT =
                                   DFS-AMOUNT - DFS-RECOG-AMT
                           END-COMPUTE
                           ADD DFS-RELEASE-AMT TO WS-DFR-RELEASED
                           MOVE DFS-AMOUNT   TO DFS-RECOG-AMT
                           MOVE WS-TODAY-NUM TO DFS-RECOG-THRU
                           MOVE "C"          TO DFS-STATUS-IND
                           MOVE WS-CUR-INV-NO TO DFS-RELEASE-INV
                           REWRITE DEFERSCH-REC
                           END-REWRITE
                       ELSE
                           IF WS-REDO-PENDING = "Y"
                           AND DFS-RELEASE-INV = WS-CUR-INV-NO
                               ADD DFS-RELEASE-AMT TO WS-DFR-RELEASED
                           END-IF
                       END-IF
                   END-PERFORM
           END-START
           .

      *>  The run's deferral movements as "F" GLWORK rows under one
      *>  batch, and the pointer to it on the run summary.
       WRITE-DEFERRAL-GL-ROWS.
           IF WS-DFR-BILLED = ZERO AND WS-DFR-RVS-UNREC = ZERO
           AND WS-DFR-RVS-RECOG = ZERO AND WS-DFR-RELEASED = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GLWORK
           IF GLWORK-STATUS NOT = "00"
               OPEN OUTPUT GLWORK
           END-IF
           IF GLWORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DFR-BATCH TO GLW-BATCH-ID
           MOVE "F"          TO GLW-TYPE
           MOVE SPACES       TO GLW-ENTITY
           MOVE ZERO         TO GLW-AMT2 GLW-AMT3
           IF WS-DFR-BILLED NOT = ZERO
               MOVE "BIL"         TO GLW-CODE
               MOVE WS-DFR-BILLED TO GLW-AMT1
               WRITE GLWORK-REC
               END-WRITE
           END-IF
           IF WS-DFR-RVS-UNREC NOT = ZERO
           OR WS-DFR-RVS-RECOG NOT = ZERO
               MOVE "RVS"            TO GLW-CODE
               MOVE WS-DFR-RVS-UNREC TO GLW-AMT1
               MOVE WS-DFR-RVS-RECOG TO GLW-AMT2
               WRITE GLWORK-REC
               END-WRITE
               MOVE ZERO TO GLW-AMT2
           END-IF
           IF WS-DFR-RELEASED NOT = ZERO
               MOVE "REC"           TO GLW-CODE
               MOVE WS-DFR-RELEASED TO GLW-AMT1
               WRITE GLWORK-REC
               END-WRITE
           END-IF
           CLOSE GLWORK
           MOVE WS-DFR-BILLED TO WS-DFR-OUT
           MOVE SPACES TO INVREC
           STRING "Recurring/equipment deferred: "
                                         DELIMITED BY SIZE
                  WS-DFR-OUT             DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-INV-LINE
           MOVE SPACES TO INVREC
           STRING "GL work queued under batch "
                                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DFR-BATCH)
                                         DELIMITED BY SIZE
                  " -- run telgl with it" DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-INV-LINE
           .

      *>  ONETIME.DAT is created on first use, same pattern as
      *>  the other side files; telbill needs it I-O to mark a
      *>  picked-up charge billed.
           ADD 1 TO WS-RECUR-COUNT
           MOVE RECUR-DESC   TO RL-DESC (WS-RECUR-COUNT)
           MOVE WS-RECUR-AMT TO RL-AMT (WS-RECUR-COUNT)
           MOVE WS-DFR-FROM  TO RL-SVC-FROM (WS-RECUR-COUNT)
           MOVE WS-DFR-TO    TO RL-SVC-TO (WS-RECUR-COUNT)
           ADD WS-RECUR-AMT  TO WS-RECUR-TOT
           .

      *>  captured when the master was read for this invoice.
       WRITE-ALLOWANCE-LINE.
           MOVE ZERO TO WS-ALLOW-INCL
           MOVE ZERO TO WS-ALLOW-MSG-INCL WS-ALLOW-MB-INCL
           IF WS-RECUR-PLAN NOT = SPACES
           AND PLAN-STATUS = "00"
               MOVE WS-RECUR-PLAN TO PLAN-CODE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PLAN-INCL-MINUTES TO WS-ALLOW-INCL
                       MOVE PLAN-INCL-MESSAGES TO WS-ALLOW-MSG-INCL
                       MOVE PLAN-INCL-MB      TO WS-ALLOW-MB-INCL
               END-READ
           END-IF
           IF WS-ALLOW-INCL > ZERO
           END-IF
           .

      *>  The invoice's "Messaging" section -- messages sent, the
      *>  plan's message bundle used and remaining, and what the
      *>  messages over the bundle cost -- printed when the account
      *>  sent any or its plan bundles any.  The charge is already
      *>  inside the usage charges line; this shows what it is.
       WRITE-MESSAGING-SECTION.
           IF SUM-SMS-RECS = ZERO AND WS-ALLOW-MSG-INCL = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LRQ-ARGS
           MOVE "INVMSGH" TO LRQ-TEXT-ID
           MOVE "-- Messaging --" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           MOVE SUM-MSG-TOT TO WS-MD-COUNT-OUT
           MOVE WS-MD-COUNT-OUT TO LRQ-ARG (1)
           MOVE "INVMSGN" TO LRQ-TEXT-ID
           MOVE "  Messages sent: &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           IF WS-ALLOW-MSG-INCL > ZERO
               COMPUTE WS-MD-REMAIN =
                       WS-ALLOW-MSG-INCL - SUM-MSG-ALLOW-USED
               END-COMPUTE
               IF WS-MD-REMAIN < ZERO
                   MOVE ZERO TO WS-MD-REMAIN
               END-IF
               MOVE SUM-MSG-ALLOW-USED TO WS-MD-COUNT-OUT
               MOVE WS-ALLOW-MSG-INCL  TO WS-MD-COUNT-OUT2
               MOVE WS-MD-REMAIN       TO WS-MD-COUNT-OUT3
               MOVE SPACES TO LRQ-ARGS
               MOVE WS-MD-COUNT-OUT  TO LRQ-ARG (1)
               MOVE WS-MD-COUNT-OUT2 TO LRQ-ARG (2)
               MOVE WS-MD-COUNT-OUT3 TO LRQ-ARG (3)
               MOVE "INVMSGA" TO LRQ-TEXT-ID
               MOVE "  Included messages: &1 used of &2, &3 remaining"
                 TO LRQ-DEFAULT
               PERFORM WRITE-LANG-INV-LINE
           END-IF
           MOVE SUM-MSG-PRICE TO WS-MD-PRICE-OUT
           MOVE SPACES TO LRQ-ARGS
           MOVE "A"             TO LRQ-ARG-TYPE (1)
           MOVE WS-MD-PRICE-OUT TO LRQ-ARG (1)
           MOVE "INVMSGC" TO LRQ-TEXT-ID
           MOVE "  Messaging charges: &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           .

      *>  The invoice's "Data" section, the same shape in megabytes
      *>  (kilobytes over 1024, to two places).
       WRITE-DATA-SECTION.
           IF SUM-DATA-SESSIONS = ZERO AND WS-ALLOW-MB-INCL = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LRQ-ARGS
           MOVE "INVDATH" TO LRQ-TEXT-ID
           MOVE "-- Data --" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           COMPUTE WS-MD-MB ROUNDED = SUM-DATA-KB-TOT / 1024
           END-COMPUTE
           MOVE WS-MD-MB          TO WS-MD-MB-OUT
           MOVE SUM-DATA-SESSIONS TO WS-MD-COUNT-OUT
           MOVE "A"             TO LRQ-ARG-TYPE (1)
           MOVE WS-MD-MB-OUT    TO LRQ-ARG (1)
           MOVE WS-MD-COUNT-OUT TO LRQ-ARG (2)
           MOVE "INVDATU" TO LRQ-TEXT-ID
           MOVE "  Data used: &1 MB in &2 sessions" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           IF WS-ALLOW-MB-INCL > ZERO
               COMPUTE WS-MD-REMAIN =
                       WS-ALLOW-MB-INCL * 1024 - SUM-DATA-ALLOW-KB
               END-COMPUTE
               IF WS-MD-REMAIN < ZERO
                   MOVE ZERO TO WS-MD-REMAIN
               END-IF
               COMPUTE WS-MD-MB ROUNDED = SUM-DATA-ALLOW-KB / 1024
               END-COMPUTE
               MOVE WS-MD-MB         TO WS-MD-MB-OUT
               MOVE WS-ALLOW-MB-INCL TO WS-MD-MB-OUT2
               COMPUTE WS-MD-MB ROUNDED = WS-MD-REMAIN / 1024
               END-COMPUTE
               MOVE WS-MD-MB         TO WS-MD-MB-OUT3
               MOVE SPACES TO LRQ-ARGS
               MOVE "A"           TO LRQ-ARG-TYPE (1)
                                     LRQ-ARG-TYPE (2)
                                     LRQ-ARG-TYPE (3)
               MOVE WS-MD-MB-OUT  TO LRQ-ARG (1)
               MOVE WS-MD-MB-OUT2 TO LRQ-ARG (2)
               MOVE WS-MD-MB-OUT3 TO LRQ-ARG (3)
               MOVE "INVDATA" TO LRQ-TEXT-ID
               MOVE "  Included data: &1 MB used of &2 MB, &3 MB "
                  & "remaining" TO LRQ-DEFAULT
               PERFORM WRITE-LANG-INV-LINE
           END-IF
           MOVE SUM-DATA-PRICE TO WS-MD-PRICE-OUT
           MOVE SPACES TO LRQ-ARGS
           MOVE "A"             TO LRQ-ARG-TYPE (1)
           MOVE WS-MD-PRICE-OUT TO LRQ-ARG (1)
           MOVE "INVDATC" TO LRQ-TEXT-ID
           MOVE "  Data charges: &1" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-INV-LINE
           .

      *>  Which licensed company this invoice issues under, with
      *>  the remit-to address -- off ENTITY.DAT by the account's
      *>  entity code (blank code reads the default row).  A shop
           IF WS-SUPPRESS-PRINT = "N"
               WRITE INVREC
               END-WRITE
               ADD 1 TO WS-INV-LINES
           END-IF
           IF WS-ARCHIVING = "Y" AND ARCH-STATUS = "00"
               WRITE ARCHREC

      *>  Sweeps the register once for rows already cut against the
      *>  period being billed, memoizing each account's invoice
      *>  number.  Rebuilt from scratch every run, like CONSWORK --
      *>  except by a resumed run, which keeps the failed run's memo
      *>  for what it says was billed before the checkpoint.  The
      *>  same sweep finds the highest number on the register.
       LOAD-EXISTING-REGISTER.
           MOVE "N" TO WS-MEMO-KEPT
           IF RESUMING-RUN
               OPEN I-O REGWORK
               IF REGW-STATUS = "00"
                   MOVE "Y" TO WS-MEMO-KEPT
                   PERFORM MARK-UNCOMMITTED-INVOICES
               END-IF
           END-IF
           IF WS-MEMO-KEPT = "N"
               OPEN OUTPUT REGWORK
               CLOSE REGWORK
               OPEN I-O REGWORK
           END-IF
           OPEN OUTPUT FWDWORK
           CLOSE FWDWORK
           OPEN I-O FWDWORK
           MOVE ZERO TO WS-REG-HIGH-INV-NO
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN INV-NO
               INVALID KEY
                           AT END
                               EXIT PERFORM
                       END-READ
                       MOVE INV-NO TO WS-REG-HIGH-INV-NO
                       IF INV-PERIOD = WS-BILL-PERIOD
                           MOVE INV-ACCT-NO TO RW-ACCT-NO
                           MOVE INV-NO      TO RW-INV-NO
                           MOVE ZERO        TO RW-BILL-STEP
                           MOVE SPACE       TO RW-REDO-IND
                           WRITE REGWORK-REC
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
                       IF (INV-FWD-HELD
                           AND INV-PERIOD < WS-BILL-PERIOD)
                       OR (INV-FWD-BILLED
                           AND INV-FWD-PERIOD = WS-BILL-PERIOD)
                           PERFORM STAGE-FORWARD-DOCUMENT
                       END-IF
                       IF SHOCK-CHECK-ON
                       AND INV-DOC-INVOICE
                       AND INV-PERIOD NOT < WS-SHOCK-FROM
                       AND INV-PERIOD < WS-BILL-PERIOD
                           PERFORM STAGE-SHOCK-HISTORY
                       END-IF
                   END-PERFORM
           END-START
           PERFORM SETTLE-INVOICE-SEQUENCE
           .

      *>  INVSEQ.DAT is only rewritten at end of job, so a run that
      *>  failed part way leaves numbers on the register past the
      *>  one it (or the checkpoint) knows about.  Numbering always
      *>  carries on above the register's highest.
       SETTLE-INVOICE-SEQUENCE.
           IF WS-REG-HIGH-INV-NO > WS-NEXT-INV-NO
               DISPLAY "INVREG.DAT carries invoice "
                       WS-REG-HIGH-INV-NO
                       " past the last number issued, "
                       WS-NEXT-INV-NO
                       " -- numbering continues above it"
                       UPON CONSOLE
               END-DISPLAY
               MOVE WS-REG-HIGH-INV-NO TO WS-NEXT-INV-NO
           END-IF
           IF NOT RESUMING-RUN
               MOVE WS-NEXT-INV-NO TO WS-START-INV-NO
           END-IF
           .

      *>  The failed run's memo entries stamped after its last
      *>  checkpoint belong to invoices it never committed: they
      *>  go back to waiting, to be issued again under the same
      *>  number when the resumed sweep reaches the account.
       MARK-UNCOMMITTED-INVOICES.
           MOVE ZERO TO RW-ACCT-NO
           START REGWORK KEY IS GREATER THAN OR EQUAL RW-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ REGWORK NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF RW-BILL-STEP > WS-RESUME-STEP
                           MOVE ZERO TO RW-BILL-STEP
                           SET RW-REDO-PENDING TO TRUE
                           REWRITE REGWORK-REC
                           END-REWRITE
                       END-IF
                   END-PERFORM
           END-START
           .
      *>  burns no numbers and doubles no AR.
       ASSIGN-INVOICE-NUMBER.
           MOVE "N" TO WS-THIS-REBILL
           MOVE "N" TO WS-REDO-FIRST WS-REDO-PENDING
           MOVE SUM-ACCT-NO TO RW-ACCT-NO
           READ REGWORK
               INVALID KEY
                   MOVE WS-NEXT-INV-NO TO WS-CUR-INV-NO
                   MOVE SUM-ACCT-NO    TO RW-ACCT-NO
                   MOVE WS-CUR-INV-NO  TO RW-INV-NO
                   COMPUTE RW-BILL-STEP = WS-BILL-STEP + 1
                   END-COMPUTE
                   MOVE SPACE          TO RW-REDO-IND
                   WRITE REGWORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RW-INV-NO TO WS-CUR-INV-NO
                   PERFORM CLASSIFY-MEMO-INVOICE
           END-READ
           .

      *>  A number already on the memo.  One a failed run cut after
      *>  its last checkpoint is that run's unfinished invoice being
      *>  issued again -- still a first-time invoice when the number
      *>  itself was new then.  One this run has already billed is a
      *>  second invoice for the account, which the closing proof
      *>  reports.  Anything else is an ordinary re-bill.
       CLASSIFY-MEMO-INVOICE.
           IF RW-REDO-PENDING
               MOVE "Y" TO WS-REDO-PENDING
           END-IF
           EVALUATE TRUE
               WHEN RW-REDO-PENDING
               AND RW-INV-NO > WS-RESUME-INV-NO
                   MOVE "Y" TO WS-REDO-FIRST
               WHEN RW-REDO-PENDING
                   MOVE "Y" TO WS-THIS-REBILL
                   ADD 1 TO WS-REBILL-COUNT
               WHEN RW-BILL-STEP > ZERO
                   ADD 1 TO WS-DUP-BILLED
                   MOVE "Y" TO WS-THIS-REBILL
                   ADD 1 TO WS-REBILL-COUNT
               WHEN OTHER
                   MOVE "Y" TO WS-THIS-REBILL
                   ADD 1 TO WS-REBILL-COUNT
           END-EVALUATE
           COMPUTE RW-BILL-STEP = WS-BILL-STEP + 1
           END-COMPUTE
           MOVE SPACE TO RW-REDO-IND
           REWRITE REGWORK-REC
           END-REWRITE
           .

      *>  TELBILL_RESTART=Y resumes from TELBILL.CKP when there is
      *>  one.  A checkpoint found without the setting means the
      *>  last run failed and this one is billing from the top --
      *>  said on the console, since resuming is the cheaper way.
       CHECK-BILL-RESTART.
           MOVE SPACE TO WS-ENV-RESTART
           ACCEPT WS-ENV-RESTART FROM ENVIRONMENT "TELBILL_RESTART"
           END-ACCEPT
           MOVE "TELBILL_RESTART" TO CFQ-SETTING
           MOVE WS-ENV-RESTART TO CFQ-ENV-VALUE
           MOVE WS-ENV-RESTART TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN INPUT BILLCKPT
           IF BCKP-STATUS NOT = "00"
               IF BILL-RESTART-REQUESTED
                   DISPLAY "TELBILL_RESTART set but no TELBILL.CKP"
                           " -- billing from the top"
                           UPON CONSOLE
                   END-DISPLAY
               END-IF
               EXIT PARAGRAPH
           END-IF
           READ BILLCKPT INTO BCK-REC
               AT END
                   CONTINUE
               NOT AT END
                   IF BILL-RESTART-REQUESTED
                       SET RESUMING-RUN TO TRUE
                   ELSE
                       DISPLAY "TELBILL.CKP left by a failed run --"
                               " billing from the top;"
                               " TELBILL_RESTART=Y resumes instead"
                               UPON CONSOLE
                       END-DISPLAY
                   END-IF
           END-READ
           CLOSE BILLCKPT
           .

      *>  The checkpoint must be for the period and cycle this run
      *>  is billing -- resuming someone else's run would skip
      *>  accounts this one never billed.  Then the run picks up
      *>  the failed run's sequence, totals and batch names.
       RESUME-FROM-CHECKPOINT.
           IF NOT RESUMING-RUN
               EXIT PARAGRAPH
           END-IF
           IF BCK-PERIOD NOT = WS-BILL-PERIOD
           OR BCK-CYCLE NOT = WS-BILL-CYCLE
               DISPLAY "TELBILL.CKP is for period " BCK-PERIOD
                       " cycle '" BCK-CYCLE "', not period "
                       WS-BILL-PERIOD " cycle '" WS-BILL-CYCLE
                       "' -- restart refused"
                       UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BCK-PHASE            TO WS-RESUME-PHASE
           MOVE BCK-LAST-ACCT        TO WS-RESUME-ACCT
           MOVE BCK-STEP             TO WS-RESUME-STEP WS-BILL-STEP
           MOVE BCK-NEXT-INV-NO      TO WS-RESUME-INV-NO
                                        WS-NEXT-INV-NO
           MOVE BCK-START-INV-NO     TO WS-START-INV-NO
           MOVE BCK-INV-LINES        TO WS-INV-LINES
           MOVE BCK-EBILL-DOCS       TO WS-EBILL-DOCS
           MOVE BCK-EBILL-ROWS       TO WS-EBILL-ROWS
           MOVE BCK-EBILL-HASH       TO WS-EBILL-HASH
           MOVE BCK-INVOICE-COUNT    TO WS-INVOICE-COUNT
           MOVE BCK-FINAL-COUNT      TO WS-FINAL-COUNT
           MOVE BCK-ETF-COUNT        TO WS-ETF-COUNT
           MOVE BCK-LATE-COUNT       TO WS-LATE-COUNT
           MOVE BCK-AUTOPAY-COUNT    TO WS-AUTOPAY-COUNT
           MOVE BCK-LIFE-COUNT       TO WS-LIFE-COUNT
           MOVE BCK-BUDGET-COUNT     TO WS-BUDGET-COUNT
           MOVE BCK-BUD-SETTLE-COUNT TO WS-BUD-SETTLE-COUNT
           MOVE BCK-REBILL-COUNT     TO WS-REBILL-COUNT
           MOVE BCK-FALLBACK-COUNT   TO WS-LANG-FALLBACK-COUNT
           MOVE BCK-DUP-BILLED       TO WS-DUP-BILLED
           MOVE BCK-DFR-BILLED       TO WS-DFR-BILLED
           MOVE BCK-DFR-RVS-UNREC    TO WS-DFR-RVS-UNREC
           MOVE BCK-DFR-RVS-RECOG    TO WS-DFR-RVS-RECOG
           MOVE BCK-DFR-RELEASED     TO WS-DFR-RELEASED
           MOVE BCK-DFR-BATCH        TO WS-DFR-BATCH
           MOVE BCK-FINAL-BATCH      TO WS-FINAL-BATCH
           MOVE BCK-FX-COUNT         TO WS-FX-COUNT
           MOVE BCK-FX-NORATE-COUNT  TO WS-FX-NORATE-COUNT
           MOVE BCK-MINB-HELD-COUNT  TO WS-MINB-HELD-COUNT
           MOVE BCK-MINB-FWD-COUNT   TO WS-MINB-FWD-COUNT
           MOVE BCK-MINB-FORCED-COUNT TO WS-MINB-FORCED-COUNT
           MOVE BCK-SHOCK-HELD-COUNT TO WS-SHOCK-HELD-COUNT
           MOVE BCK-LINE-NOTIE-COUNT TO WS-LINE-NOTIE-COUNT
           PERFORM VARYING BCK-IDX FROM 1 BY 1
                   UNTIL BCK-IDX > BCK-MSG-COUNT
               PERFORM VARYING BM-IDX FROM 1 BY 1
                       UNTIL BM-IDX > WS-BM-COUNT
                   IF BM-MSG-ID (BM-IDX) = BCK-MSG-ID (BCK-IDX)
                       MOVE BCK-MSG-INV-COUNT (BCK-IDX)
                         TO BM-INV-COUNT (BM-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           DISPLAY "Resuming the " WS-BILL-PERIOD
                   " billing run after account " WS-RESUME-ACCT
                   " (" WS-RESUME-STEP " invoices committed)"
                   UPON CONSOLE
           END-DISPLAY
           .

      *>  One account's invoice is complete -- every file it
      *>  touches has been written -- so the restart point moves
      *>  past it, with the sequence and every run total as they
      *>  stand now.
       COMMIT-BILLING-CHECKPOINT.
           ADD 1 TO WS-BILL-STEP
           MOVE WS-BILL-PERIOD       TO BCK-PERIOD
           MOVE WS-BILL-CYCLE        TO BCK-CYCLE
           MOVE WS-CKPT-PHASE        TO BCK-PHASE
           MOVE WS-CKPT-ACCT         TO BCK-LAST-ACCT
           MOVE WS-CUR-INV-NO        TO BCK-LAST-INV-NO
           MOVE WS-BILL-STEP         TO BCK-STEP
           MOVE WS-START-INV-NO      TO BCK-START-INV-NO
           MOVE WS-NEXT-INV-NO       TO BCK-NEXT-INV-NO
           MOVE WS-INV-LINES         TO BCK-INV-LINES
           MOVE WS-EBILL-DOCS        TO BCK-EBILL-DOCS
           MOVE WS-EBILL-ROWS        TO BCK-EBILL-ROWS
           MOVE WS-EBILL-HASH        TO BCK-EBILL-HASH
           MOVE WS-INVOICE-COUNT     TO BCK-INVOICE-COUNT
           MOVE WS-FINAL-COUNT       TO BCK-FINAL-COUNT
           MOVE WS-ETF-COUNT         TO BCK-ETF-COUNT
           MOVE WS-LATE-COUNT        TO BCK-LATE-COUNT
           MOVE WS-AUTOPAY-COUNT     TO BCK-AUTOPAY-COUNT
           MOVE WS-LIFE-COUNT        TO BCK-LIFE-COUNT
           MOVE WS-BUDGET-COUNT      TO BCK-BUDGET-COUNT
           MOVE WS-BUD-SETTLE-COUNT  TO BCK-BUD-SETTLE-COUNT
           MOVE WS-REBILL-COUNT      TO BCK-REBILL-COUNT
           MOVE WS-LANG-FALLBACK-COUNT TO BCK-FALLBACK-COUNT
           MOVE WS-DUP-BILLED        TO BCK-DUP-BILLED
           MOVE WS-DFR-BILLED        TO BCK-DFR-BILLED
           MOVE WS-DFR-RVS-UNREC     TO BCK-DFR-RVS-UNREC
           MOVE WS-DFR-RVS-RECOG     TO BCK-DFR-RVS-RECOG
           MOVE WS-DFR-RELEASED      TO BCK-DFR-RELEASED
           MOVE WS-DFR-BATCH         TO BCK-DFR-BATCH
           MOVE WS-FINAL-BATCH       TO BCK-FINAL-BATCH
           MOVE WS-FX-COUNT          TO BCK-FX-COUNT
           MOVE WS-FX-NORATE-COUNT   TO BCK-FX-NORATE-COUNT
           MOVE WS-MINB-HELD-COUNT   TO BCK-MINB-HELD-COUNT
           MOVE WS-MINB-FWD-COUNT    TO BCK-MINB-FWD-COUNT
           MOVE WS-MINB-FORCED-COUNT TO BCK-MINB-FORCED-COUNT
           MOVE WS-SHOCK-HELD-COUNT TO BCK-SHOCK-HELD-COUNT
           MOVE WS-LINE-NOTIE-COUNT TO BCK-LINE-NOTIE-COUNT
           MOVE WS-BM-COUNT          TO BCK-MSG-COUNT
           PERFORM VARYING BM-IDX FROM 1 BY 1
                   UNTIL BM-IDX > WS-BM-COUNT
               SET BCK-IDX TO BM-IDX
               MOVE BM-MSG-ID (BM-IDX)    TO BCK-MSG-ID (BCK-IDX)
               MOVE BM-INV-COUNT (BM-IDX)
                 TO BCK-MSG-INV-COUNT (BCK-IDX)
           END-PERFORM
           OPEN OUTPUT BILLCKPT
           WRITE BILLCKPT-REC FROM BCK-REC
           END-WRITE
           CLOSE BILLCKPT
           .

      *>  The print stream, the e-bill extract and the archive.  A
      *>  resumed run first cuts each back to where the checkpoint
      *>  left it -- dropping whatever the failed run wrote for the
      *>  invoice it never finished -- then appends.
       OPEN-BILL-OUTPUTS.
           IF RESUMING-RUN
               MOVE "INVOICES.TXT"  TO WS-TRIM-NAME
               MOVE BCK-INV-LINES   TO WS-TRIM-KEEP
               PERFORM TRIM-OUTPUT-FILE
               MOVE "EBILL.DAT"     TO WS-TRIM-NAME
               MOVE BCK-EBILL-ROWS  TO WS-TRIM-KEEP
               PERFORM TRIM-OUTPUT-FILE
               PERFORM FIND-ARCHIVE-COMMIT-POINT
               IF WS-TRIM-KEEP > ZERO
                   MOVE "INVARCH.TXT" TO WS-TRIM-NAME
                   PERFORM TRIM-OUTPUT-FILE
               END-IF
               OPEN EXTEND INVFILE
               IF INV-STATUS NOT = "00"
                   OPEN OUTPUT INVFILE
               END-IF
               OPEN EXTEND EBILL
               IF EBILL-STATUS NOT = "00"
                   OPEN OUTPUT EBILL
               END-IF
           ELSE
               OPEN OUTPUT INVFILE
               OPEN OUTPUT EBILL
           END-IF
           OPEN EXTEND ARCHFILE
           IF ARCH-STATUS NOT = "00"
               OPEN OUTPUT ARCHFILE
           END-IF
           .

      *>  The archive is never rewritten, so its cut-back point is
      *>  found rather than counted: the "=END=" closing the last
      *>  block filed under the checkpoint's invoice.
       FIND-ARCHIVE-COMMIT-POINT.
           MOVE ZERO TO WS-TRIM-KEEP WS-TRIM-LINE
           MOVE "N"  TO WS-TRIM-IN-BLOCK
           MOVE SPACES TO WS-TRIM-MARKER
           STRING "=INV "           DELIMITED BY SIZE
                  BCK-LAST-INV-NO   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  BCK-LAST-ACCT     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  BCK-PERIOD        DELIMITED BY SIZE
                  "="               DELIMITED BY SIZE
                INTO WS-TRIM-MARKER
           END-STRING
           MOVE "INVARCH.TXT" TO WS-TRIM-NAME
           OPEN INPUT TRIMIN
           IF TRIMI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ TRIMIN
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TRIM-LINE
               IF TRIMIN-REC = WS-TRIM-MARKER
                   MOVE "Y" TO WS-TRIM-IN-BLOCK
               ELSE
                   IF TRIMIN-REC = "=END=" AND WS-TRIM-IN-BLOCK = "Y"
                       MOVE WS-TRIM-LINE TO WS-TRIM-KEEP
                       MOVE "N" TO WS-TRIM-IN-BLOCK
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRIMIN
           .

      *>  Keeps the first WS-TRIM-KEEP lines of WS-TRIM-NAME: copied
      *>  to a .NEW file that then takes the original's place, the
      *>  same swap telpurge makes of TELCO.LOG.
       TRIM-OUTPUT-FILE.
           MOVE SPACES TO WS-TRIM-NEW-NAME
           STRING WS-TRIM-NAME      DELIMITED BY SPACE
                  ".NEW"            DELIMITED BY SIZE
                INTO WS-TRIM-NEW-NAME
           END-STRING
           OPEN INPUT TRIMIN
           IF TRIMI-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRIMOUT
           MOVE ZERO TO WS-TRIM-LINE
           PERFORM UNTIL WS-TRIM-LINE >= WS-TRIM-KEEP
               READ TRIMIN
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-TRIM-LINE
               WRITE TRIMOUT-REC FROM TRIMIN-REC
               END-WRITE
           END-PERFORM
           CLOSE TRIMIN
           CLOSE TRIMOUT
           CALL "CBL_DELETE_FILE" USING WS-TRIM-NAME
               RETURNING WS-TRIM-RC
           END-CALL
           CALL "CBL_RENAME_FILE" USING
               WS-TRIM-NEW-NAME WS-TRIM-NAME
               RETURNING WS-TRIM-RC
           END-CALL
           .

      *>  Closing proof off the memo: every account billed this run
      *>  has exactly one invoice and its register row carries that
      *>  account and period; the numbers issued this run run
      *>  unbroken from the start-of-run sequence and every one is
      *>  on some account; and nothing a failed run started was
      *>  left unfinished.
       PROVE-SINGLE-BILLING.
           MOVE ZERO TO WS-PRF-ACCTS WS-PRF-NOREG WS-PRF-STALE
                        WS-PRF-NEWNOS
           MOVE ZERO TO RW-ACCT-NO
           START REGWORK KEY IS GREATER THAN OR EQUAL RW-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ REGWORK NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF RW-INV-NO > WS-START-INV-NO
                           ADD 1 TO WS-PRF-NEWNOS
                       END-IF
                       IF RW-REDO-PENDING
                           ADD 1 TO WS-PRF-STALE
                       END-IF
                       IF RW-BILL-STEP > ZERO
                           ADD 1 TO WS-PRF-ACCTS
                           MOVE RW-INV-NO TO INV-NO
                           READ INVREG KEY IS INV-NO
                               INVALID KEY
                                   ADD 1 TO WS-PRF-NOREG
                               NOT INVALID KEY
                                   IF INV-ACCT-NO NOT = RW-ACCT-NO
                                   OR INV-PERIOD NOT = WS-BILL-PERIOD
                                       ADD 1 TO WS-PRF-NOREG
                                   END-IF
                           END-READ
                       END-IF
                   END-PERFORM
           END-START
           COMPUTE WS-PRF-ISSUED = WS-NEXT-INV-NO - WS-START-INV-NO
           END-COMPUTE
           MOVE "Y" TO WS-PRF-OK
           IF WS-PRF-ACCTS + WS-DUP-BILLED NOT = WS-INVOICE-COUNT
           OR WS-DUP-BILLED NOT = ZERO
           OR WS-PRF-NOREG NOT = ZERO
           OR WS-PRF-STALE NOT = ZERO
           OR WS-PRF-NEWNOS NOT = WS-PRF-ISSUED
               MOVE "N" TO WS-PRF-OK
           END-IF
           MOVE WS-PRF-ACCTS TO WS-COUNT-OUT
           MOVE SPACES TO INVREC
           STRING "Billing proof: accounts invoiced "
                                         DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-INV-LINE
           MOVE WS-DUP-BILLED TO WS-COUNT-OUT
           MOVE SPACES TO INVREC
           STRING "  invoiced more than once: "
                                         DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-INV-LINE
           MOVE WS-PRF-NOREG TO WS-COUNT-OUT
           MOVE SPACES TO INVREC
           STRING "  not matching the register: "
                                         DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-INV-LINE
           IF WS-PRF-ISSUED = ZERO
               MOVE "  no new invoice numbers issued" TO INVREC
           ELSE
               COMPUTE WS-PRF-NO-OUT = WS-START-INV-NO + 1
               END-COMPUTE
               MOVE WS-NEXT-INV-NO TO WS-PRF-NO-OUT2
               MOVE WS-PRF-ISSUED TO WS-COUNT-OUT
               MOVE WS-PRF-NEWNOS TO WS-PRF-CNT-OUT
               MOVE SPACES TO INVREC
               STRING "  new numbers "       DELIMITED BY SIZE
                      WS-PRF-NO-OUT          DELIMITED BY SIZE
                      "-"                    DELIMITED BY SIZE
                      WS-PRF-NO-OUT2         DELIMITED BY SIZE
                      ": "                   DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " issued, on accounts" DELIMITED BY SIZE
                      WS-PRF-CNT-OUT         DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
           END-IF
           PERFORM WRITE-INV-LINE
           IF WS-PRF-STALE > ZERO
               MOVE WS-PRF-STALE TO WS-COUNT-OUT
               MOVE SPACES TO INVREC
               STRING "  started by the failed run, not finished: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO INVREC
               END-STRING
               PERFORM WRITE-INV-LINE
           END-IF
           IF WS-PRF-OK = "Y"
               MOVE "  every account billed exactly once" TO INVREC
           ELSE
               MOVE "  *** BILLING PROOF FAILED -- see the counts "
                  & "above ***" TO INVREC
               DISPLAY "telbill: billing proof failed -- see "
                       "INVOICES.TXT run summary"
                       UPON CONSOLE
               END-DISPLAY
           END-IF
           PERFORM WRITE-INV-LINE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELBILL" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
