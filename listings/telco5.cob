                RECORD KEY IS RATE-KEY
                FILE STATUS IS RATE-STATUS
                .
      *>  Rate-increase notice control (see CBRATENT.cpy), written
      *>  by telrnote.  A RATE-TABLE row that raises a rate is only
      *>  rated at once its customer notice went out at least 30
      *>  days before its effective date, or an approver has
      *>  overridden it; until then the rate it replaces stays in
      *>  force.  Missing/unreadable means the control has not been
      *>  put into service and every row rates as loaded.
           SELECT RATENOTC ASSIGN TO
                "RATENOTC.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RNC-KEY
                FILE STATUS IS RNC-STATUS
                .
           SELECT CTLFILE  ASSIGN TO
                "TELCO.CTL"
                LINE SEQUENTIAL
                RECORD KEY IS DIALPLAN-PREFIX
                FILE STATUS IS DIALPLAN-STATUS
                .
      *>  High-risk destination list (see CBHRDEST.cpy), kept by
      *>  telref's HRD table.  Every voice call's dialed number is
      *>  screened against it by longest prefix so a compromised
      *>  PBX pumping premium international numbers is caught on
      *>  the night it starts, not when the account's run totals
      *>  finally trip the anomaly check.  Missing/unreadable
      *>  screens nothing.
           SELECT HRDEST   ASSIGN TO
                "HRDEST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS HRD-PREFIX
                FILE STATUS IS HRDEST-STATUS
                .
      *>  Upstream "feed complete" sentinel -- checked by
      *>  CHECK-FEED-READY before OPEN INPUT INFILE proceeds, only
      *>  when TELCO_REQUIRE_FEED_READY=Y is set in the environment,
                LINE SEQUENTIAL
                FILE STATUS IS HEALTHRPT-STATUS
                .
      *>  Switch-health history (see CBSWHLT.cpy) -- every type "3"
      *>  record, appended with its file's source-system id, so
      *>  telsla can work outage windows out across runs.
           SELECT SWHLOG   ASSIGN TO
                "SWHEALTH.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS SWHLOG-STATUS
                .
      *>  Rated-detail feed for the statement subsystem (see
      *>  CBSTMT.cpy and telstmt) -- appended per posted call, in
      *>  input order; telstmt does the per-account grouping.
                LINE SEQUENTIAL
                FILE STATUS IS STMTDET-STATUS
                .
      *>  Per-line usage (see CBLINESUM.cpy) -- each statement
      *>  line's calls, minutes and charge added to the account's
      *>  row for the line it was placed from; telclose cuts it
      *>  over with ACCTSUM.  A partition worker keeps its own
      *>  LINESUM.P0n twin, merged like ACCTSUM.P0n.
           SELECT LINESUM  ASSIGN TO
                WS-LINESUM-NAME
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINESUM-KEY
                FILE STATUS IS LINESUM-STATUS
                .
      *>  Partitioned-rating work files (see RUN-PARTITIONED notes
      *>  at SET-PARTITION-MODE): each forked worker leaves its
      *>  accumulators in a TELCO.P0n partial file and its account/
                RECORD KEY IS PD-KEY
                FILE STATUS IS PARTDUP-STATUS
                .
           SELECT PARTLNS  ASSIGN TO
                WS-PARTLNS-NAME
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PL-KEY
                FILE STATUS IS PARTLNS-STATUS
                .
      *>  Revenue-assurance exception report -- any sampled record
      *>  whose production charge disagrees with the independent
      *>  reference calculation beyond tolerance (see
                LINE SEQUENTIAL
                FILE STATUS IS OVERLIMIT-STATUS
                .
      *>  Call-barring order feed -- one row per account barred for
      *>  high-risk destination traffic, written the moment the
      *>  account crosses the line, in the OVERLIMIT.DAT/DISCORD.DAT
      *>  fixed-field shape with a *TRL* count and minutes-hash row
      *>  so provisioning can bar international dialing the same
      *>  night.  The calls themselves still rate and post; the
      *>  fraud-case report (HRDCASE.TXT) is written at end of run.
           SELECT BARORD   ASSIGN TO
                "BARORD.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS BARORD-STATUS
                .
           SELECT HRDCASE  ASSIGN TO
                "HRDCASE.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS HRDCASE-STATUS
                .
      *>  Per-source time-zone offsets (see CBSRCTZ.cpy), looked
      *>  up once per source file off its header's source id.
           SELECT SRCTZ    ASSIGN TO
                RECORD KEY IS SRCQUAL-KEY
                FILE STATUS IS SRCQUAL-STATUS
                .
      *>  Per-source, per-call-day dispositions (see CBSRCDAY.cpy)
      *>  -- what each header-identified extract rated, held,
      *>  rejected and double-fed, by the day the calls were made,
      *>  for telswrc's reconciliation against the switches' own
      *>  traffic counters.
           SELECT SRCDAY   ASSIGN TO
                "SRCDAY.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SRCDAY-KEY
                FILE STATUS IS SRCDAY-STATUS
                .
      *>  Switch-to-account coverage map (see CBSRCMAP.cpy) --
      *>  each posted call under a header-identified source file
      *>  observes that source serving that account.  telest's
                RECORD KEY IS SRCMAP-KEY
                FILE STATUS IS SRCMAP-STATUS
                .
      *>  Per-account tax detail (see CBACCTTX.cpy) -- each posted
      *>  call's taxes by the account, month and jurisdiction, for
      *>  the year-end account summary.
           SELECT ACCTTAX  ASSIGN TO
                "ACCTTAX.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCTTAX-KEY
                FILE STATUS IS ACCTTAX-STATUS
                .
      *>  Cross-run per-entity revenue accumulator (see
      *>  CBENTMTD.cpy) -- the operating-company dimension
      *>  TELCO.MTD's single record cannot carry, rolled up at end
                RECORD KEY IS WHL-KEY
                FILE STATUS IS WHOL-STATUS
                .
      *>  Per-account negotiated rate overrides (see CBICB.cpy),
      *>  consulted ahead of the account's plan.  Fail-open like
      *>  PLANTAB: no file means every account rates off its plan.
           SELECT ICBRATE  ASSIGN TO
                "ICBRATE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ICB-KEY
                FILE STATUS IS ICB-STATUS
                .
      *>  International destination rate deck and the plans' band
      *>  mapping (see CBIDECK.cpy/CBPLANBD.cpy).  Fail-open: no
      *>  deck means every international call rates at the INTL
      *>  code, as it always did.
           SELECT INTLDECK ASSIGN TO
                "INTLDECK.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS IDK-KEY
                FILE STATUS IS IDECK-STATUS
                .
           SELECT PLANBAND ASSIGN TO
                "PLANBAND.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PBD-KEY
                FILE STATUS IS PLANBAND-STATUS
                .
           SELECT RESLMTD  ASSIGN TO
                "RESLMTD.DAT"
                ORGANIZATION INDEXED
      *>  CDRs (carrier/jurisdiction codes and all) and the shorter
      *>  record lengths earlier switch software (or a non-detail
      *>  record type) produced, instead of requiring every record in
      *>  the file to be the current CDR-IN's exact length.  The
      *>  92-byte upper bound takes the long-call partial fields
      *>  telpcdr assembles on; a file fed here unassembled still
      *>  reads, and rates each piece as a call of its own.
       FD  INFILE
           RECORD IS VARYING IN SIZE FROM 8 TO 92 CHARACTERS
           DEPENDING ON WS-REC-LENGTH
           .
           COPY CBCDR.
           COPY CBACCT.
       FD  RATE-TABLE.
           COPY CBRATE.
       FD  RATENOTC.
           COPY CBRATENT.
       FD  CTLFILE.
       01  CTL-REC.
           05  CTL-EXPECTED-COUNT   PIC 9(09).
       01  HELDREC              PIC X(80).
       FD  DIALPLAN.
           COPY CBDIALPL.
       FD  HRDEST.
           COPY CBHRDEST.
       FD  BARORD.
       01  BARORD-REC           PIC X(70).
       FD  HRDCASE.
       01  HRDCASE-REC          PIC X(100).
       FD  FEEDRDY.
       01  FEEDRDY-REC          PIC X(01).
       FD  FRAUDREV.
       01  TRUNKRPT-REC         PIC X(90).
       FD  HEALTHRPT.
       01  HEALTHRPT-REC        PIC X(90).
       FD  SWHLOG.
           COPY CBSWHLT.
       FD  STMTDET.
           COPY CBSTMT.
       FD  LINESUM.
           COPY CBLINESUM.
       FD  PARTOUT.
       01  PART-REC.
           05  PART-TYPE       PIC X(02).
           05  PS-PRIOR-COUNT  PIC 9(09).
           05  PS-ALLOW-USED   PIC 9(09).
           05  PS-MOU-TOT      PIC S9(09).
           05  PS-SMS-RECS     PIC 9(09).
           05  PS-MSG-TOT      PIC S9(09).
           05  PS-MSG-PRICE    PIC S9(09)V99.
           05  PS-MSG-ALLOW    PIC 9(09).
           05  PS-DATA-SESSIONS PIC 9(09).
           05  PS-DATA-KB-TOT  PIC S9(11).
           05  PS-DATA-PRICE   PIC S9(09)V99.
           05  PS-DATA-ALLOW-KB PIC 9(11).
       FD  PARTDUP.
       01  PD-REC.
           05  PD-KEY          PIC X(26).
       FD  PARTLNS.
       01  PL-REC.
           05  PL-KEY.
               10  PL-ACCT-NO      PIC 9(10).
               10  PL-LINE-NO      PIC X(15).
           05  PL-CALL-COUNT   PIC 9(09).
           05  PL-MOU-TOT      PIC S9(09).
           05  PL-CHARGE-TOT   PIC S9(09)V99.
       FD  DUPREF.
       01  DUPREF-REC.
           05  DUPREF-KEY      PIC X(26).
           COPY CBSRCTZ.
       FD  SRCQUAL.
           COPY CBSRCQ.
       FD  SRCDAY.
           COPY CBSRCDAY.
       FD  SRCMAP.
           COPY CBSRCMAP.
       FD  ACCTTAX.
           COPY CBACCTTX.
       FD  ENTMTD.
           COPY CBENTMTD.
       FD  NPASTATE.
           COPY CBJURCLS.
       FD  WHOLRATE.
           COPY CBWHOL.
       FD  ICBRATE.
           COPY CBICB.
       FD  INTLDECK.
           COPY CBIDECK.
       FD  PLANBAND.
           COPY CBPLANBD.
       FD  RESLMTD.
           COPY CBRESLMT.
       FD  POOLBAL.
           88  WS-INFILE-AT-END              VALUE "Y".
       01  WS-TRUNK-COUNT    PIC 9(07)      VALUE ZERO.
       01  WS-HEALTH-COUNT   PIC 9(07)      VALUE ZERO.
      *>  Type "4" terminating-traffic records read, and those left
      *>  unrated because the originating carrier has no terminating
      *>  rate on CARRIERTB (or no row at all).
       01  WS-TERM-COUNT     PIC 9(07)      VALUE ZERO.
       01  WS-TERM-REJ-COUNT PIC 9(07)      VALUE ZERO.
       01  WS-TERM-CHARGE    PIC S9(09)V99  COMP-5 VALUE ZERO.

      *>  Per-trunk-group accumulation of the type "2" records (see
      *>  TRK-REC in CBCDR.cpy), first-seen-claims-a-slot like
      *>  trip point (TELCO_HEALTH_SEV, default 3) decides which
      *>  switches count as degraded and page the ops webhook.
       01  HEALTHRPT-STATUS  PIC XX         VALUE "00".
       01  SWHLOG-STATUS     PIC XX         VALUE "00".
       01  WS-ENV-HEALTH-SEV PIC X(02)      VALUE SPACES.
       01  WS-HEALTH-SEV-TRIP PIC 9(01)     VALUE 3.
       01  HEALTH-TOTALS.
           05  SIM-PR-PRICE-TOT   PIC S9(07)V99    COMP-5 VALUE ZERO.
           05  SIM-IN-PRICE-TOT   PIC S9(07)V99    COMP-5 VALUE ZERO.
           05  SIM-TF-PRICE-TOT   PIC S9(07)V99    COMP-5 VALUE ZERO.
           05  SIM-ON-PRICE-TOT   PIC S9(07)V99    COMP-5 VALUE ZERO.
           05  SIM-SM-PRICE-TOT   PIC S9(07)V99    COMP-5 VALUE ZERO.
           05  SIM-DA-PRICE-TOT   PIC S9(07)V99    COMP-5 VALUE ZERO.

      *>  Side-by-side current-vs-proposed report line, one per rate
      *>  class, written by WRITE-SIMULATION-SUMMARY.
           05  TF-DTAX-TOT   PIC S9(07)V99    COMP-5.
           05  TF-OUTPUT-TOT PIC S9(07)V99    COMP-5.
           05  TF-MOU-TOT    PIC S9(09)       COMP-5.
           05  ON-PRICE-TOT  PIC S9(07)V99    COMP-5.
           05  ON-BTAX-TOT   PIC S9(07)V99    COMP-5.
           05  ON-DTAX-TOT   PIC S9(07)V99    COMP-5.
           05  ON-OUTPUT-TOT PIC S9(07)V99    COMP-5.
           05  ON-MOU-TOT    PIC S9(09)       COMP-5.
      *>  Messaging and data carry messages and kilobytes where the
      *>  call classes carry minutes.
           05  SM-PRICE-TOT  PIC S9(07)V99    COMP-5.
           05  SM-BTAX-TOT   PIC S9(07)V99    COMP-5.
           05  SM-DTAX-TOT   PIC S9(07)V99    COMP-5.
           05  SM-OUTPUT-TOT PIC S9(07)V99    COMP-5.
           05  SM-MSG-TOT    PIC S9(09)       COMP-5.
           05  DA-PRICE-TOT  PIC S9(07)V99    COMP-5.
           05  DA-BTAX-TOT   PIC S9(07)V99    COMP-5.
           05  DA-DTAX-TOT   PIC S9(07)V99    COMP-5.
           05  DA-OUTPUT-TOT PIC S9(07)V99    COMP-5.
           05  DA-KB-TOT     PIC S9(11)       COMP-5.

      *>  Grand-total minutes/units processed, independent of any
      *>  dollar total, so Network/Marketing can track raw usage
      *>  rather than a column bolted onto CLASS-SUMMARY-LINE, so
      *>  usage volume reads as independent of the dollar figures
      *>  above it.
       01  DEST-SUMMARY-LINE.
           10               PIC X(02)         VALUE SPACE.
           10  DSUM-PREFIX-OUT PIC X(08).
           10               PIC X(01)         VALUE SPACE.
           10  DSUM-NAME-OUT   PIC X(20).
           10               PIC X(02)         VALUE "| ".
           10  DSUM-CALLS-OUT  PIC Z,ZZZ,ZZ9.
           10               PIC X(01)         VALUE SPACE.
           10  DSUM-MOU-OUT    PIC ZZZ,ZZZ,ZZ9.
           10               PIC X(01)         VALUE SPACE.
           10  DSUM-PRICE-OUT  PIC -ZZ,ZZZ,ZZ9.99.

       01  MOU-SUMMARY-LINE.
           10               PIC X(02)         VALUE SPACE.
           10  MSUM-NAME-OUT PIC X(13).
           10               PIC X(02)         VALUE "| ".
           10  MSUM-MOU-OUT  PIC ZZZ,ZZZ,ZZ9.

       01  VOLUME-SUMMARY-LINE.
           10               PIC X(02)         VALUE SPACE.
           10  VSUM-NAME-OUT PIC X(13).
           10               PIC X(02)         VALUE "| ".
           10  VSUM-UNITS-OUT PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  ACCT-STATUS      PIC XX          VALUE "00".
       01  WS-ACCT-NAME     PIC X(30)       VALUE SPACES.
       01  WS-ACCT-DISC-CODE PIC X(04)      VALUE SPACES.
       01  WS-PLAN-INTL-ROUND   PIC X            VALUE "R".
       01  WS-PLAN-TF-ROUND     PIC X            VALUE "R".
       01  WS-PLAN-INCL-MIN     PIC 9(07)        COMP-5 VALUE ZERO.
      *>  The plan's on-net rate (PLAN-ONNET-RATE-CODE) rides the
      *>  same cache.  WS-EFF-ONNET-* is what APPLY-PLAN-RATES hands
      *>  the on-net branch for the record in flight: "N" in the
      *>  switch means no plan on-net rate, price at the standard
      *>  class's effective rate instead.
       01  WS-PLAN-ONNET-SET    PIC X            VALUE "N".
       01  WS-PLAN-ONNET-RATE   PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-PLAN-ONNET-ROUND  PIC X            VALUE "R".
       01  WS-PLAN-ONNET-ALLOW  PIC X            VALUE "Y".
       01  WS-EFF-ONNET-SET     PIC X            VALUE "N".
       01  WS-EFF-ONNET-RATE    PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-EFF-ONNET-ROUND-MODE PIC X         VALUE "R".
       01  WS-EFF-ONNET-ALLOW   PIC X            VALUE "Y".
           88  ONNET-OUTSIDE-ALLOW               VALUE "N".
      *>  The plan's SMS and data rate codes (PLAN-SMS-RATE-CODE/
      *>  PLAN-DATA-RATE-CODE) and bundles ride the same cache;
      *>  WS-EFF-SMS-*/WS-EFF-DATA-* start each record at the house
      *>  rows SELECT-EFFECTIVE-RATES chose and take the plan's
      *>  where it names one.  The data rate is per megabyte.
       01  WS-PLAN-SMS-SET      PIC X            VALUE "N".
       01  WS-PLAN-SMS-RATE     PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-PLAN-SMS-ROUND    PIC X            VALUE "R".
       01  WS-PLAN-DATA-SET     PIC X            VALUE "N".
       01  WS-PLAN-DATA-RATE    PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-PLAN-DATA-ROUND   PIC X            VALUE "R".
       01  WS-PLAN-INCL-MSGS    PIC 9(07)        COMP-5 VALUE ZERO.
       01  WS-PLAN-INCL-MB      PIC 9(07)        COMP-5 VALUE ZERO.
       01  WS-EFF-SMS-RATE      PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-EFF-SMS-ROUND-MODE PIC X           VALUE "R".
       01  WS-EFF-DATA-RATE     PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-EFF-DATA-ROUND-MODE PIC X          VALUE "R".

      *>  Negotiated (ICB) overrides for the billed account, looked
      *>  up once per account and cached like the plan above -- a
      *>  sorted extract pays one set of ICBRATE reads per account.
      *>  Each class carries its own switch: an account with only
      *>  an IN override keeps its plan's rates for the other three.
       01  ICB-STATUS           PIC XX           VALUE "00".
       01  WS-CACHED-ICB-ACCT   PIC 9(10)        VALUE ZERO.
       01  WS-ICB-LOOKUP-CLASS  PIC X(02)        VALUE SPACES.
       01  WS-ICB-LOOKUP-SET    PIC X            VALUE "N".
       01  WS-ICB-LOOKUP-RATE   PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-ICB-PREM-SET      PIC X            VALUE "N".
       01  WS-ICB-STD-SET       PIC X            VALUE "N".
       01  WS-ICB-INTL-SET      PIC X            VALUE "N".
       01  WS-ICB-TF-SET        PIC X            VALUE "N".
       01  WS-ICB-PREM-RATE     PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-ICB-STD-RATE      PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-ICB-INTL-RATE     PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-ICB-TF-RATE       PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-ICB-RATED-COUNT   PIC 9(07)        VALUE ZERO.

      *>  International destination resolved off INTLDECK for the
      *>  call in flight (FIND-DECK-DESTINATION), and the band's
      *>  rate per plan, cached first-seen-claims-a-slot so a run
      *>  pays one PLANBAND/RATE-TABLE lookup per plan and band.
      *>  The deck itself is cached one called number deep --
      *>  repeat calls to the same number skip the prefix probes.
       01  IDECK-STATUS         PIC XX           VALUE "00".
       01  PLANBAND-STATUS      PIC XX           VALUE "00".
       01  WS-DECK-DIGITS       PIC X(15)        VALUE SPACES.
       01  WS-DECK-LEN          PIC 9(02)        COMP-5 VALUE ZERO.
       01  WS-DECK-DATE         PIC 9(08)        VALUE ZERO.
       01  WS-DECK-PROBE        PIC X(08)        VALUE SPACES.
       01  WS-DECK-CACHED-NUMBER PIC X(15)       VALUE LOW-VALUES.
       01  WS-DECK-CACHED-DATE  PIC 9(08)        VALUE ZERO.
       01  WS-DECK-FOUND        PIC X            VALUE "N".
           88  DECK-DEST-FOUND                   VALUE "Y".
       01  WS-DECK-PREFIX       PIC X(08)        VALUE SPACES.
       01  WS-DECK-NAME         PIC X(20)        VALUE SPACES.
       01  WS-DECK-BAND         PIC X(02)        VALUE SPACES.
       01  WS-DECK-RATED-COUNT  PIC 9(07)        VALUE ZERO.
       01  BAND-RATE-CACHE.
           05  BRC-ENTRY OCCURS 40 TIMES INDEXED BY BRC-IDX.
               10  BRC-PLAN-CODE   PIC X(04)     VALUE SPACES.
               10  BRC-BAND        PIC X(02)     VALUE SPACES.
               10  BRC-SET         PIC X         VALUE "N".
               10  BRC-RATE-CODE   PIC X(04)     VALUE SPACES.
               10  BRC-RATE        PIC S9(03)V9(05) COMP-5
                                                 VALUE ZERO.
               10  BRC-ROUND       PIC X         VALUE "R".
       01  WS-BRC-COUNT         PIC 9(02)        COMP-5 VALUE ZERO.

      *>  Per-destination international minutes and revenue for the
      *>  report tail, keyed by the deck prefix that priced the
      *>  call.  International calls the deck does not cover share
      *>  the NODECK bucket; once the table is full, new
      *>  destinations share OTHERS.
       01  DEST-TOTALS.
           05  DEST-BUCKET OCCURS 100 TIMES INDEXED BY DT-IDX.
               10  DT-PREFIX       PIC X(08)     VALUE SPACES.
               10  DT-NAME         PIC X(20)     VALUE SPACES.
               10  DT-CALLS        PIC S9(09)    COMP-5 VALUE ZERO.
               10  DT-MOU          PIC S9(09)    COMP-5 VALUE ZERO.
               10  DT-PRICE        PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-DEST-KEY          PIC X(08)        VALUE SPACES.
       01  WS-DEST-SLOT         PIC 9(03)        COMP-5 VALUE ZERO.

      *>  Usage-allowance burn for the record in flight.  The billed
      *>  units (WS-BILL-UNITS) are what COMPUTE-PRICE actually
      *>  totals provably equal to one stream, confirmed against
      *>  the THROUGHPUT footer.  Workers rate only: the per-record
      *>  side outputs (journal, statements, exceptions detail, CSV,
      *>  prepaid drawdown, checkpoints) are off in this mode -- the
      *>  per-line usage still posts, to a LINESUM.P0n twin -- and
      *>  the high-value review hold is inactive -- those charges
      *>  post, so the grand totals equal a single-stream run
      *>  executed with TELCO_HOLD_EXEMPT=Y.  Duplicate checking
       01  PARTOUT-STATUS       PIC XX           VALUE "00".
       01  PARTSUM-STATUS       PIC XX           VALUE "00".
       01  PARTDUP-STATUS       PIC XX           VALUE "00".
       01  PARTLNS-STATUS       PIC XX           VALUE "00".
       01  DUPREF-STATUS        PIC XX           VALUE "00".
       01  WS-DUPREF-HIT        PIC X            VALUE "N".
       01  WS-MERGE-DUP-COLLIDE PIC 9(07)        VALUE ZERO.
       01  WS-PARTIAL-NAME      PIC X(20)        VALUE SPACES.
       01  WS-PARTSUM-NAME      PIC X(20)        VALUE SPACES.
       01  WS-PARTDUP-NAME      PIC X(20)        VALUE SPACES.
       01  WS-LINESUM-NAME      PIC X(20)        VALUE "LINESUM.DAT".
       01  WS-PARTLNS-NAME      PIC X(20)        VALUE SPACES.
       01  WS-PART-DEL-RC       PIC S9(09)       COMP-5 VALUE ZERO.
       01  WS-MERGE-HOUR        PIC 9(02)        COMP-5 VALUE ZERO.
       01  WS-HOUR-DISP         PIC 99           VALUE ZERO.
      *>  one run can never disagree on the key telundo reverses by.
       01  RUNJRNL-STATUS       PIC XX           VALUE "00".
       01  STMTDET-STATUS       PIC XX           VALUE "00".
       01  LINESUM-STATUS       PIC XX           VALUE "00".
       01  WS-JRN-BATCH-ID      PIC X(20)        VALUE SPACES.
      *>  The charge this record added to its LINESUM row, which
      *>  the journal line carries for telundo and telrest.
       01  WS-LINE-CHARGE       PIC S9(09)V99    VALUE ZERO.

      *>  Toll-free reverse billing (see SELECT TFSUBS above).
      *>  WS-BILL-ACCT-NO is the account every charge-side path
       01  SRCQUAL-STATUS    PIC XX          VALUE "00".
       01  SRC-HELD-COUNT    PIC 9(09)       VALUE ZERO.

      *>  Per-call-day dispositions for the source file in hand
      *>  (see SELECT SRCDAY), reset with the SRC-* counters.  An
      *>  extract rarely spans more than a few days; a day past the
      *>  table's end is counted and reported, not kept.
       01  SRCDAY-STATUS     PIC XX          VALUE "00".
       01  SOURCE-DAY-TOTALS.
           05  SDT-ENTRY OCCURS 40 TIMES INDEXED BY SDT-IDX.
               10  SDT-DATE        PIC 9(08).
               10  SDT-RATED-CALLS PIC 9(09)       COMP-5.
               10  SDT-RATED-MIN   PIC S9(11)      COMP-5.
               10  SDT-RATED-PRICE PIC S9(11)V99   COMP-5.
               10  SDT-HELD-CALLS  PIC 9(09)       COMP-5.
               10  SDT-HELD-MIN    PIC S9(11)      COMP-5.
               10  SDT-REJ-CALLS   PIC 9(09)       COMP-5.
               10  SDT-REJ-MIN     PIC S9(11)      COMP-5.
               10  SDT-DUP-CALLS   PIC 9(09)       COMP-5.
               10  SDT-DUP-MIN     PIC S9(11)      COMP-5.
       01  WS-SDT-COUNT      PIC 9(04)       VALUE ZERO.
       01  WS-SDT-SLOT       PIC 9(04)       VALUE ZERO.
       01  WS-SDT-DATE       PIC 9(08)       VALUE ZERO.
       01  WS-SDT-KIND       PIC X           VALUE SPACE.
           88  SDT-RATED                     VALUE "R".
           88  SDT-HELD                      VALUE "H".
           88  SDT-REJECTED                  VALUE "J".
           88  SDT-DUPLICATE                 VALUE "D".
       01  WS-SDT-OVERFLOW   PIC 9(09)       VALUE ZERO.

      *>  Coverage-map state (see SELECT SRCMAP above).
       01  SRCMAP-STATUS     PIC XX          VALUE "00".
       01  WS-SRCMAP-COUNT   PIC 9(09)       VALUE ZERO.

      *>  Per-account tax detail state (see SELECT ACCTTAX above).
      *>  WS-CALL-EXEMPT-* hold what the exemption certificate kept
      *>  off the call being posted (COMPUTE-BTAX/COMPUTE-DTAX).
       01  ACCTTAX-STATUS    PIC XX          VALUE "00".
       01  WS-CALL-EXEMPT-BTAX PIC S9(07)V9(04) COMP-5 VALUE ZERO.
       01  WS-CALL-EXEMPT-DTAX PIC S9(07)V9(04) COMP-5 VALUE ZERO.

      *>  Operating-entity accumulation (see SELECT ENTMTD above).
      *>  The billed account's entity is captured per record; run
      *>  totals accumulate per entity in the small first-seen
       01  WS-RATE-FOUND    PIC X           VALUE "N".
           88  RATE-FOUND                   VALUE "Y".

      *>  Rate-increase notice control (see SELECT RATENOTC above).
      *>  WS-RNC-INCEPTION is the date the control went into
      *>  service; increases effective before it are not held.  Each
      *>  held increase is announced on the console once per run.
       01  RNC-STATUS       PIC XX          VALUE "00".
       01  WS-RNC-IN-FORCE  PIC X           VALUE "N".
           88  RATE-NOTICE-IN-FORCE         VALUE "Y".
       01  WS-RNC-INCEPTION PIC 9(08)       VALUE 99999999.
       01  WS-RNC-NOTICE-DAYS PIC S9(05)    COMP-5 VALUE 30.
       01  WS-VET-EFF-DATE  PIC 9(08)       VALUE ZERO.
       01  WS-VET-RATE      PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-VET-DAYS      PIC S9(09)      COMP-5 VALUE ZERO.
       01  WS-PRIOR-FOUND   PIC X           VALUE "N".
           88  PRIOR-RATE-FOUND             VALUE "Y".
       01  WS-INC-NOTICED   PIC X           VALUE "N".
           88  INCREASE-NOTICED             VALUE "Y".
       01  WS-HELD-RATE-COUNT PIC 9(03)     VALUE ZERO.
       01  WS-HELD-RATE-TABLE.
           05  WS-HELD-RATE-KEY OCCURS 20 TIMES
                                INDEXED BY HRK-IDX.
               10  HRK-CODE         PIC X(04).
               10  HRK-EFF-DATE     PIC 9(08).
       01  WS-HELD-SEEN     PIC X           VALUE "N".

       01  PREM-RATE        PIC S9(03)V9(05) COMP-5  VALUE 0.00894.
       01  STD-RATE         PIC S9(03)V9(05) COMP-5  VALUE 0.00130.
       01  INTL-RATE        PIC S9(03)V9(05) COMP-5  VALUE 0.02500.
       01  TF-RATE          PIC S9(03)V9(05) COMP-5  VALUE 0.00000.
       01  SMS-RATE         PIC S9(03)V9(05) COMP-5  VALUE 0.05000.
       01  DATA-RATE        PIC S9(03)V9(05) COMP-5  VALUE 0.01000.
       01  BTAX-RATE        PIC S9(03)V9(05) COMP-5  VALUE 0.0675.
       01  DTAX-RATE        PIC S9(03)V9(05) COMP-5  VALUE 0.0341.

       01  STD-ROUND-MODE   PIC X            VALUE "R".
       01  INTL-ROUND-MODE  PIC X            VALUE "R".
       01  TF-ROUND-MODE    PIC X            VALUE "R".
       01  SMS-ROUND-MODE   PIC X            VALUE "R".
       01  DATA-ROUND-MODE  PIC X            VALUE "R".
       01  BTAX-ROUND-MODE  PIC X            VALUE "T".
       01  DTAX-ROUND-MODE  PIC X            VALUE "T".

      *>  VALIDATE-RECORD).
       01  NUMINV-STATUS        PIC XX           VALUE "00".
       01  WS-NUMINV-MISMATCH-COUNT PIC 9(07)    VALUE ZERO.
      *>  On-net detection off the same inventory, by the dialed
      *>  number (see CHECK-ON-NET-CALL).
       01  WS-ON-NET-IND        PIC X            VALUE "N".
           88  ON-NET-CALL                       VALUE "Y".
       01  WS-ONNET-COUNT       PIC 9(07)        VALUE ZERO.

      *>  What the record in flight measures -- set off CDR-REC-TYPE
      *>  by CONVERT-INPUT-RECORD.  An SMS record's units are
      *>  messages and a data session's are kilobytes; anything
      *>  else is a call in minutes.
       01  WS-USAGE-KIND        PIC X            VALUE SPACE.
           88  USAGE-SMS                         VALUE "5".
           88  USAGE-DATA                        VALUE "6".
           88  USAGE-MSG-OR-DATA                 VALUES "5" "6".
       01  WS-SMS-COUNT         PIC 9(07)        VALUE ZERO.
       01  WS-DATA-COUNT        PIC 9(07)        VALUE ZERO.
      *>  Allowance scratch for the message/megabyte bundles (in
      *>  messages or kilobytes), and the price divisor that turns
      *>  kilobytes into the megabytes the data rate is quoted in.
       01  WS-ACTIVE-INCL-MSGS  PIC 9(07)        COMP-5 VALUE ZERO.
       01  WS-ACTIVE-INCL-MB    PIC 9(07)        COMP-5 VALUE ZERO.
       01  WS-MD-INCL           PIC S9(11)       COMP-5 VALUE ZERO.
       01  WS-MD-REMAIN         PIC S9(11)       COMP-5 VALUE ZERO.
       01  WS-MD-DIVISOR        PIC 9(04)        COMP-5 VALUE 1.
       01  WS-VOICE-ALLOW-TAKEN PIC S9(09)       COMP-5 VALUE ZERO.

      *>  Dial-plan/number-portability lookup off DIALPLAN by the
      *>  leading digits of CDR-CALLED-NUMBER (see LOOKUP-DIAL-PLAN).
           88  DIALPLAN-MISMATCH                 VALUE "Y".
       01  WS-DIALPLAN-COUNT    PIC 9(07)        VALUE ZERO.

      *>  High-risk destination screening (see CHECK-HIGH-RISK-
      *>  DESTINATION).  One case per account first seen calling a
      *>  listed prefix, first-seen-claims-a-slot like REJECT-TALLY.
      *>  Watch-list (level 1) calls are counted for the report but
      *>  never toward barring; level 2 calls bar once the account's
      *>  barrable calls or minutes pass TELCO_HRD_CALL_LIMIT/
      *>  TELCO_HRD_MIN_LIMIT, and a level 3 call bars outright.
      *>  An account is barred, alerted and fed to BARORD.DAT once
      *>  per run.  Accounts past slot 500 are counted in
      *>  WS-HRD-HIT-COUNT but carry no case.
       01  HRDEST-STATUS        PIC XX           VALUE "00".
       01  BARORD-STATUS        PIC XX           VALUE "00".
       01  HRDCASE-STATUS       PIC XX           VALUE "00".
       01  WS-ENV-HRD-CALLS     PIC X(06)        VALUE SPACES.
       01  WS-ENV-HRD-MINS      PIC X(06)        VALUE SPACES.
       01  WS-HRD-CALL-LIMIT    PIC 9(05)        VALUE 5.
       01  WS-HRD-MIN-LIMIT     PIC 9(07)        VALUE 30.
       01  WS-HRD-DIGITS        PIC X(15)        VALUE SPACES.
       01  WS-HRD-LEN           PIC 9(02)        COMP-5 VALUE ZERO.
       01  WS-HRD-FOUND         PIC X            VALUE "N".
           88  HRD-DEST-FOUND                    VALUE "Y".
       01  WS-HRD-BAR-NOW       PIC X            VALUE "N".
           88  HRD-BAR-NOW                       VALUE "Y".
       01  WS-HRD-HIT-COUNT     PIC 9(07)        VALUE ZERO.
       01  WS-HRD-CASE-COUNT    PIC 9(07)        VALUE ZERO.
       01  WS-BARORD-COUNT      PIC 9(07)        VALUE ZERO.
       01  WS-BARORD-MIN-TOT    PIC 9(11)        VALUE ZERO.
       01  WS-HRD-CALLS-OUT     PIC 9(05).
       01  WS-HRD-MINS-OUT      PIC 9(07).
       01  WS-HRD-CHG-OUT       PIC -9(09).99.
       01  WS-HRD-ACTION        PIC X(08)        VALUE SPACES.
       01  HRD-CASES.
           05  HRC-BUCKET OCCURS 500 TIMES INDEXED BY HC-IDX.
               10  HRC-ACCT-NO      PIC 9(10)    VALUE ZERO.
               10  HRC-CALLS        PIC 9(07)    COMP-5 VALUE ZERO.
               10  HRC-MINUTES      PIC S9(09)   COMP-5 VALUE ZERO.
               10  HRC-BAR-CALLS    PIC 9(07)    COMP-5 VALUE ZERO.
               10  HRC-BAR-MINUTES  PIC S9(09)   COMP-5 VALUE ZERO.
               10  HRC-CHARGES      PIC S9(09)V99 COMP-5 VALUE ZERO.
               10  HRC-TOP-LEVEL    PIC 9(01)    VALUE ZERO.
               10  HRC-LAST-PREFIX  PIC X(08)    VALUE SPACES.
               10  HRC-LAST-DEST    PIC X(20)    VALUE SPACES.
               10  HRC-BARRED       PIC X        VALUE "N".
                   88  HRC-IS-BARRED             VALUE "Y".

      *>  Upstream feed-complete pre-flight check (see CHECK-FEED-READY
      *>  paragraph below).
      *>  Off by default -- TELCO_REQUIRE_FEED_READY must be set to "Y"
               10  CR-CURRENCY     PIC X(03)        VALUE SPACES.
               10  CR-CTAX-NATIVE  PIC S9(09)V99    COMP-5 VALUE ZERO.
               10  CR-SETTLE-NATIVE PIC S9(09)V99   COMP-5 VALUE ZERO.
      *>  Terminating access this carrier owes us for its traffic
      *>  completed on our network (record type "4"), home
      *>  currency, and the minutes behind it.
               10  CR-TERM-TOT     PIC S9(09)V99    COMP-5 VALUE ZERO.
               10  CR-TERM-MINUTES PIC 9(09)        COMP-5 VALUE ZERO.
       01  WS-CARRIER-SLOT       PIC 9(02) COMP-5   VALUE ZERO.
       01  WS-VISITED-CARRIER-SLOT PIC 9(02) COMP-5 VALUE ZERO.

                "roaming settlement: ".
           10  CRSTL-SETTLE-OUT PIC -Z,ZZZ,ZZ9.99.

       01  CARRIER-TERM-LINE.
           10               PIC X(02)         VALUE SPACE.
           10  CRTRM-CODE-OUT PIC X(03).
           10               PIC X(02)         VALUE "| ".
           10                PIC X(20)         VALUE
                "terminating access: ".
           10  CRTRM-TERM-OUT PIC -Z,ZZZ,ZZ9.99.
           10                PIC X(02)         VALUE "  ".
           10  CRTRM-MIN-OUT  PIC ZZZ,ZZZ,ZZ9.
           10                PIC X(04)         VALUE " min".

      *>  Rate-class selection (CLASSIFY-RATE equivalent, inlined via
      *>  EVALUATE WS-CALL-FLAG in MAINLINE below): Local is the default
      *>  for any flag byte not otherwise listed as Premium,
      *>  for a credit/refund CDR so a reversed bill's minutes come
      *>  back out of MOU-TOT too.
       01  TEMP-MOU         PIC S9(09)       COMP-5.
      *>  The same for an SMS record's messages and a data session's
      *>  kilobytes, which never land in TEMP-MOU.
       01  TEMP-MSG         PIC S9(09)       COMP-5.
       01  TEMP-KB          PIC S9(11)       COMP-5.

      *>  Column headers, byte-aligned to DETAIL-LINE's actual field
      *>  positions below (NUMB-OUT at 2-6, CUST-NAME-OUT at 8-27,
       01  WS-INFILE-PINNED   PIC X           VALUE "N".
           88  INFILE-PINNED                  VALUE "Y".

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       LINKAGE SECTION.
      *>  Parameters for the CALL "TELCO5-CALL" entry point (see
      *>  TELCO5-CALL-ENTRY/APPLY-LINKAGE-OVERRIDES) so an
           PERFORM READ-MASK-POLICY
           PERFORM BUILD-OUTPUT-FILENAME
           PERFORM SET-RUN-BATCH-ID
           PERFORM RECORD-EARLY-SETTINGS
           PERFORM SET-LOCALE-SEPARATORS
      *>  Determines WS-FORMAT-CODE (among other run settings) ahead
      *>  of the OPEN below, since that is what decides whether this
                       ACCT-STATUS UPON CONSOLE
               END-DISPLAY
           END-IF
           PERFORM OPEN-RATE-NOTICE-CONTROL
           OPEN INPUT  RATE-TABLE
           IF RATE-STATUS NOT = "00"
               DISPLAY "RATE-TABLE open failed, status "
           OPEN INPUT  SRCTZ
           OPEN INPUT  NPASTATE
           OPEN INPUT  WHOLRATE
           OPEN INPUT  ICBRATE
           OPEN INPUT  INTLDECK
           OPEN INPUT  PLANBAND
           OPEN INPUT  RATETIER
           OPEN INPUT  PLANTAB
           IF PLAN-STATUS NOT = "00"
                       UPON CONSOLE
               END-DISPLAY
           END-IF
           OPEN INPUT  HRDEST
           IF HRDEST-STATUS NOT = "00"
               DISPLAY "HRDEST open failed, status "
                       HRDEST-STATUS
                       " -- no high-risk destination screening"
                       UPON CONSOLE
               END-DISPLAY
           END-IF
           PERFORM READ-CONTROL-TOTALS
           PERFORM READ-ROLLING-TOTALS
           IF NOT SIMULATION-MODE AND WS-PART-ROLE = "S"
           IF NOT SIMULATION-MODE AND NOT PARTITION-CHILD
               OPEN OUTPUT FRAUDREV
               OPEN OUTPUT OVERLIMIT
               OPEN OUTPUT BARORD
               PERFORM SET-HRD-LIMITS
               OPEN INPUT  USRALERT
               OPEN OUTPUT USRNOTIF
               OPEN EXTEND RUNJRNL
               IF STMTDET-STATUS NOT = "00"
                   OPEN OUTPUT STMTDET
               END-IF
               PERFORM OPEN-LINE-SUMMARY
               PERFORM OPEN-HELD-SUSPENSE
               OPEN OUTPUT PREPCUT
               OPEN OUTPUT PREPLOW
                   MOVE FUNCTION NUMVAL (WS-ENV-REJ-BURST)
                     TO WS-REJ-BURST-LIMIT
               END-IF
               MOVE "TELCO_CRM_REJECT_BURST" TO CFQ-SETTING
               MOVE WS-ENV-REJ-BURST TO CFQ-ENV-VALUE
               MOVE WS-REJ-BURST-LIMIT TO CFQ-EFF-NUM
               SET CFQ-NUMERIC TO TRUE
               PERFORM RECORD-RUN-SETTING
           END-IF
           IF NOT SIMULATION-MODE
               PERFORM OPEN-ACCT-SUMMARY
               PERFORM OPEN-DUP-CHECK
               IF PARTITION-CHILD
                   PERFORM OPEN-LINE-SUMMARY
               END-IF
               IF NOT PARTITION-CHILD
                   PERFORM OPEN-POOL-BALANCES
                   PERFORM OPEN-SOURCE-MAP
                   PERFORM OPEN-ACCT-TAX-DETAIL
                   PERFORM OPEN-HEALTH-HISTORY
               END-IF
           END-IF
           WRITE OUTREC FROM HEADER-1
               WRITE OUTREC         FROM DETAIL-LINE
               END-WRITE
               PERFORM WRITE-CLASS-SUMMARY
               PERFORM WRITE-DEST-SUMMARY
               PERFORM WRITE-MOU-SUMMARY
               PERFORM WRITE-ENTITY-SUMMARY
               PERFORM WRITE-JURISDICTION-SUMMARY
                   PERFORM WRITE-ENTMTD-TOTALS
                   PERFORM WRITE-GL-WORK-ROWS
                   PERFORM WRITE-REJECT-BURST-EVENTS
                   PERFORM WRITE-HRD-CASE-REPORT
               END-IF
               MOVE WS-MTD-OUTPUT-TOT TO WS-MTD-OUT
               MOVE WS-YTD-OUTPUT-TOT TO WS-YTD-OUT
           CLOSE OUTFILE
                 ACCT-MASTER
                 RATE-TABLE
                 RATENOTC
                 PLANTAB
                 EXEMPTTB
                 TFSUBS
                 SRCTZ
                 NPASTATE
                 WHOLRATE
                 ICBRATE
                 INTLDECK
                 PLANBAND
                 RATETIER
                 DIALPLAN
                 HRDEST
           IF NOT SIMULATION-MODE
               CLOSE RESUBFILE
           END-IF
               CLOSE SIMRATE
           ELSE
               PERFORM WRITE-CRM-TRAILER
               IF NOT PARTITION-CHILD
                   PERFORM WRITE-BARORD-TRAILER
                   CLOSE BARORD
               END-IF
               CLOSE FRAUDREV
                     OVERLIMIT
                     USRALERT
                     USRNOTIF
                     RUNJRNL
                     STMTDET
                     LINESUM
                     HELDSUSP
                     PREPCUT
                     PREPLOW
               IF NOT PARTITION-CHILD
                   CLOSE POOLBAL
                         SRCMAP
                         ACCTTAX
                         SWHLOG
               END-IF
           END-IF
           IF WS-GTM-ACTIVE = "Y"
                   WHEN REC-TYPE-HEALTH
                       ADD 1 TO WS-HEALTH-COUNT
                       PERFORM ACCUMULATE-SWITCH-HEALTH
                   WHEN REC-TYPE-TERMINATING
                       PERFORM ACCUMULATE-TERMINATING-TRAFFIC
                   WHEN REC-TYPE-HEADER
                       PERFORM VALIDATE-FILE-HEADER
                   WHEN REC-TYPE-TRAILER
               END-IF
           END-IF
           IF NOT NO-CALC AND RECORD-VALID
               PERFORM CHECK-ON-NET-CALL
               PERFORM APPLY-USAGE-ALLOWANCE
               IF USAGE-MSG-OR-DATA
                   PERFORM RATE-MSG-DATA-RECORD
               ELSE
               EVALUATE WS-CALL-FLAG
                   WHEN X"1C"
                   WHEN X"3C"
                       MOVE INTL-INCR-UNITS TO WS-ACTIVE-INCR-UNITS
                       MOVE INTL-INCR-DIR   TO WS-ACTIVE-INCR-DIR
                       MOVE "INTL" TO WS-ACTIVE-TIER-CODE
                       PERFORM APPLY-DECK-RATE
                       PERFORM COMPUTE-PRICE
                       PERFORM APPLY-DISCOUNT
                       PERFORM COMPUTE-DTAX
                       MOVE ZERO TO TEMP-DTAX
                       MOVE WS-SIM-TF-RATE TO WS-ACTIVE-SIM-RATE
                   WHEN OTHER
                       IF ON-NET-CALL
                           PERFORM RATE-ON-NET-CALL
                       ELSE
                           MOVE "LO"     TO RATE-OUT
                           MOVE WS-EFF-STD-RATE       TO WS-ACTIVE-RATE
                           MOVE WS-EFF-STD-ROUND-MODE
                             TO WS-ACTIVE-ROUND-MODE
                           MOVE STD-INIT-UNITS TO WS-ACTIVE-INIT-UNITS
                           MOVE STD-INCR-UNITS TO WS-ACTIVE-INCR-UNITS
                           MOVE STD-INCR-DIR   TO WS-ACTIVE-INCR-DIR
                           MOVE "STD " TO WS-ACTIVE-TIER-CODE
                           PERFORM COMPUTE-PRICE
                           PERFORM APPLY-DISCOUNT
                           MOVE ZERO TO TEMP-DTAX
                           MOVE WS-SIM-STD-RATE TO WS-ACTIVE-SIM-RATE
                       END-IF
               END-EVALUATE
               END-IF
               IF SIMULATION-MODE
                   IF USAGE-MSG-OR-DATA
                       MOVE TEMP-PRICE TO TEMP-SIM-PRICE
                   ELSE
                       PERFORM COMPUTE-SIM-PRICE
                   END-IF
               END-IF
               PERFORM LOOKUP-DIAL-PLAN
               PERFORM CLASSIFY-JURISDICTION
               AND NOT PARTITION-CHILD
                   PERFORM RUN-RA-SAMPLE
               END-IF
               MOVE ZERO TO TEMP-MOU TEMP-MSG TEMP-KB
               EVALUATE TRUE
                   WHEN USAGE-SMS
                       MOVE WS-CALL-UNITS TO TEMP-MSG
                   WHEN USAGE-DATA
                       MOVE WS-CALL-UNITS TO TEMP-KB
                   WHEN OTHER
                       MOVE WS-CALL-UNITS TO TEMP-MOU
               END-EVALUATE
               IF TXN-CREDIT
                   PERFORM NEGATE-CHARGES
               END-IF
               END-IF
               ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX GIVING OUTPUT-OUT
               END-ADD
               IF NOT TXN-CREDIT
               AND NOT USAGE-SMS AND NOT USAGE-DATA
               AND NOT SIMULATION-MODE
               AND NOT PARTITION-CHILD
                   PERFORM CHECK-HIGH-RISK-DESTINATION
               END-IF
      *>  A charge over the review threshold posts NOTHING -- not
      *>  the grand totals, not the class/hourly/jurisdiction
      *>  breakdowns, not the account summary.  It goes to suspense
      *>  envelope and the upstream ack reconcile against) even
      *>  though its charges sit in suspense.
                   ADD 1 TO SRC-READ-COUNT
                   SET SDT-HELD TO TRUE
                   PERFORM ACCUMULATE-SOURCE-DAY
               ELSE
                   ADD TEMP-MOU  TO MOU-TOT
                   END-ADD
                   ADD TEMP-PRICE       TO PRICE-TOT
                   END-ADD
                   PERFORM ACCUMULATE-CLASS-TOTALS
                   IF RATE-OUT = "IN"
                       PERFORM ACCUMULATE-DEST-TOTALS
                   END-IF
                   PERFORM ACCUMULATE-ENTITY-TOTALS
                   PERFORM ACCUMULATE-JURCLASS-TOTALS
                   IF WS-ACCT-WHOLESALE = "Y"
                   PERFORM ACCUMULATE-JURISDICTION-TOTALS
                   PERFORM ACCUMULATE-CARRIER-TOTALS
                   PERFORM ACCUMULATE-SOURCE-TOTALS
                   SET SDT-RATED TO TRUE
                   PERFORM ACCUMULATE-SOURCE-DAY
                   IF NOT SIMULATION-MODE
                       PERFORM UPDATE-ACCT-SUMMARY
                       IF WS-ACCT-IS-PREPAID = "Y"
           END-IF
           IF NOT NO-CALC AND RECORD-INVALID
               ADD 1 TO SRC-REJECT-COUNT
               IF WS-REJECT-REASON = "DUPLICATE CDR"
               OR WS-REJECT-REASON = "RESUBMIT ALREADY BILLED"
                   SET SDT-DUPLICATE TO TRUE
               ELSE
                   SET SDT-REJECTED TO TRUE
               END-IF
               PERFORM ACCUMULATE-SOURCE-DAY
               IF NOT SIMULATION-MODE AND NOT PARTITION-CHILD
                   PERFORM TALLY-ACCOUNT-REJECT
               END-IF
      *>  would have been rated at before plans existed.
       APPLY-PLAN-RATES.
           MOVE ZERO TO WS-ACTIVE-INCL-MIN
           MOVE ZERO TO WS-ACTIVE-INCL-MSGS WS-ACTIVE-INCL-MB
           MOVE "N"  TO WS-ACTIVE-POOLED
           MOVE "N"  TO WS-EFF-ONNET-SET
           MOVE "Y"  TO WS-EFF-ONNET-ALLOW
           IF WS-ACCT-WHOLESALE = "Y"
               PERFORM APPLY-WHOLESALE-RATES
               EXIT PARAGRAPH
                       MOVE WS-PLAN-TF-ROUND   TO
                                               WS-EFF-TF-ROUND-MODE
                   END-IF
                   MOVE WS-PLAN-ONNET-SET   TO WS-EFF-ONNET-SET
                   MOVE WS-PLAN-ONNET-RATE  TO WS-EFF-ONNET-RATE
                   MOVE WS-PLAN-ONNET-ROUND TO WS-EFF-ONNET-ROUND-MODE
                   MOVE WS-PLAN-ONNET-ALLOW TO WS-EFF-ONNET-ALLOW
                   MOVE WS-PLAN-INCL-MSGS TO WS-ACTIVE-INCL-MSGS
                   MOVE WS-PLAN-INCL-MB   TO WS-ACTIVE-INCL-MB
                   IF WS-PLAN-SMS-SET = "Y"
                       MOVE WS-PLAN-SMS-RATE   TO WS-EFF-SMS-RATE
                       MOVE WS-PLAN-SMS-ROUND  TO
                                               WS-EFF-SMS-ROUND-MODE
                   END-IF
                   IF WS-PLAN-DATA-SET = "Y"
                       MOVE WS-PLAN-DATA-RATE  TO WS-EFF-DATA-RATE
                       MOVE WS-PLAN-DATA-ROUND TO
                                               WS-EFF-DATA-ROUND-MODE
                   END-IF
               END-IF
           END-IF
           PERFORM APPLY-ICB-RATES
           .

      *>  The account's own negotiated rates win over whatever the
      *>  plan (or the standard table) settled above, class by
      *>  class.  Only the per-minute price is negotiated -- the
      *>  rounding mode, allowance and pooling stay the plan's.
       APPLY-ICB-RATES.
           IF ICB-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-BILL-ACCT-NO NOT = WS-CACHED-ICB-ACCT
               PERFORM RESOLVE-ICB-RATES
           END-IF
           IF WS-ICB-PREM-SET = "Y"
               MOVE WS-ICB-PREM-RATE TO WS-EFF-PREM-RATE
           END-IF
           IF WS-ICB-STD-SET = "Y"
               MOVE WS-ICB-STD-RATE  TO WS-EFF-STD-RATE
           END-IF
           IF WS-ICB-INTL-SET = "Y"
               MOVE WS-ICB-INTL-RATE TO WS-EFF-INTL-RATE
           END-IF
           IF WS-ICB-TF-SET = "Y"
               MOVE WS-ICB-TF-RATE   TO WS-EFF-TF-RATE
           END-IF
           IF WS-ICB-PREM-SET = "Y" OR WS-ICB-STD-SET = "Y"
           OR WS-ICB-INTL-SET = "Y" OR WS-ICB-TF-SET = "Y"
               ADD 1 TO WS-ICB-RATED-COUNT
           END-IF
           .

      *>  One lookup per class for the billed account as of the run
      *>  date, cached under WS-CACHED-ICB-ACCT.
       RESOLVE-ICB-RATES.
           MOVE WS-BILL-ACCT-NO TO WS-CACHED-ICB-ACCT
           MOVE "PR" TO WS-ICB-LOOKUP-CLASS
           PERFORM FIND-CURRENT-ICB-RATE
           MOVE WS-ICB-LOOKUP-SET  TO WS-ICB-PREM-SET
           MOVE WS-ICB-LOOKUP-RATE TO WS-ICB-PREM-RATE
           MOVE "LO" TO WS-ICB-LOOKUP-CLASS
           PERFORM FIND-CURRENT-ICB-RATE
           MOVE WS-ICB-LOOKUP-SET  TO WS-ICB-STD-SET
           MOVE WS-ICB-LOOKUP-RATE TO WS-ICB-STD-RATE
           MOVE "IN" TO WS-ICB-LOOKUP-CLASS
           PERFORM FIND-CURRENT-ICB-RATE
           MOVE WS-ICB-LOOKUP-SET  TO WS-ICB-INTL-SET
           MOVE WS-ICB-LOOKUP-RATE TO WS-ICB-INTL-RATE
           MOVE "TF" TO WS-ICB-LOOKUP-CLASS
           PERFORM FIND-CURRENT-ICB-RATE
           MOVE WS-ICB-LOOKUP-SET  TO WS-ICB-TF-SET
           MOVE WS-ICB-LOOKUP-RATE TO WS-ICB-TF-RATE
           .

      *>  Same START-not-after/READ NEXT shape as FIND-CURRENT-RATE:
      *>  the latest row for this account and class effective on or
      *>  before the run date, used only while it has not expired.
       FIND-CURRENT-ICB-RATE.
           MOVE "N"  TO WS-ICB-LOOKUP-SET
           MOVE ZERO TO WS-ICB-LOOKUP-RATE
           MOVE WS-BILL-ACCT-NO     TO ICB-ACCT-NO
           MOVE WS-ICB-LOOKUP-CLASS TO ICB-CLASS
           MOVE WS-RUN-DATE         TO ICB-EFF-DATE
           START ICBRATE KEY IS LESS THAN OR EQUAL ICB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ICBRATE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ICB-ACCT-NO = WS-BILL-ACCT-NO
                           AND ICB-CLASS = WS-ICB-LOOKUP-CLASS
                           AND (ICB-EXP-DATE = ZERO
                                OR ICB-EXP-DATE >= WS-RUN-DATE)
                               MOVE ICB-RATE TO WS-ICB-LOOKUP-RATE
                               MOVE "Y"      TO WS-ICB-LOOKUP-SET
                           END-IF
                   END-READ
           END-START
           .

      *>  The reseller path: the contracted wholesale rate per
                       WS-PLAN-INTL-SET WS-PLAN-TF-SET
           MOVE ZERO TO WS-PLAN-INCL-MIN
           MOVE "N"  TO WS-PLAN-POOL-SET
           MOVE "N"  TO WS-PLAN-ONNET-SET
           MOVE "Y"  TO WS-PLAN-ONNET-ALLOW
           MOVE "N"  TO WS-PLAN-SMS-SET WS-PLAN-DATA-SET
           MOVE ZERO TO WS-PLAN-INCL-MSGS WS-PLAN-INCL-MB
           MOVE WS-ACCT-PLAN-CODE TO PLAN-CODE
           READ PLANTAB KEY IS PLAN-CODE
               INVALID KEY
                   IF PLAN-POOLED
                       MOVE "Y" TO WS-PLAN-POOL-SET
                   END-IF
                   IF PLAN-ONNET-OUTSIDE-ALLOW
                       MOVE "N" TO WS-PLAN-ONNET-ALLOW
                   END-IF
                   MOVE PLAN-INCL-MESSAGES TO WS-PLAN-INCL-MSGS
                   MOVE PLAN-INCL-MB       TO WS-PLAN-INCL-MB
           END-READ
           IF CACHED-PLAN-ON-FILE AND RATE-STATUS = "00"
               IF PLAN-PREM-RATE-CODE NOT = SPACES
                       MOVE "Y" TO WS-PLAN-TF-SET
                   END-IF
               END-IF
               IF PLAN-ONNET-RATE-CODE NOT = SPACES
                   MOVE PLAN-ONNET-RATE-CODE TO WS-LOOKUP-CODE
                   PERFORM FIND-CURRENT-RATE
                   IF RATE-FOUND
                       MOVE WS-LOOKUP-VALUE      TO WS-PLAN-ONNET-RATE
                       MOVE WS-LOOKUP-ROUND-MODE
                         TO WS-PLAN-ONNET-ROUND
                       MOVE "Y" TO WS-PLAN-ONNET-SET
                   END-IF
               END-IF
               IF PLAN-SMS-RATE-CODE NOT = SPACES
                   MOVE PLAN-SMS-RATE-CODE TO WS-LOOKUP-CODE
                   PERFORM FIND-CURRENT-RATE
                   IF RATE-FOUND
                       MOVE WS-LOOKUP-VALUE      TO WS-PLAN-SMS-RATE
                       MOVE WS-LOOKUP-ROUND-MODE TO WS-PLAN-SMS-ROUND
                       MOVE "Y" TO WS-PLAN-SMS-SET
                   END-IF
               END-IF
               IF PLAN-DATA-RATE-CODE NOT = SPACES
                   MOVE PLAN-DATA-RATE-CODE TO WS-LOOKUP-CODE
                   PERFORM FIND-CURRENT-RATE
                   IF RATE-FOUND
                       MOVE WS-LOOKUP-VALUE      TO WS-PLAN-DATA-RATE
                       MOVE WS-LOOKUP-ROUND-MODE TO WS-PLAN-DATA-ROUND
                       MOVE "Y" TO WS-PLAN-DATA-SET
                   END-IF
               END-IF
           END-IF
           .

           END-IF
           .

      *>  An SMS or data record's volume, price and bundle burn on
      *>  the account's own messaging/data fields.
       POST-MSG-DATA-SUMMARY.
           EVALUATE TRUE
               WHEN USAGE-SMS
                   ADD 1              TO SUM-SMS-RECS
                   ADD TEMP-MSG       TO SUM-MSG-TOT
                   ADD TEMP-PRICE     TO SUM-MSG-PRICE
                   ADD WS-ALLOW-TAKEN TO SUM-MSG-ALLOW-USED
               WHEN USAGE-DATA
                   ADD 1              TO SUM-DATA-SESSIONS
                   ADD TEMP-KB        TO SUM-DATA-KB-TOT
                   ADD TEMP-PRICE     TO SUM-DATA-PRICE
                   ADD WS-ALLOW-TAKEN TO SUM-DATA-ALLOW-KB
           END-EVALUATE
           .

      *>  One journal line per posted detail -- billed account, the
      *>  originating DUPCHECK key fields, and the posted amounts --
      *>  appended before the account summary is touched so telundo
           MOVE ACCT-NO-IN       TO JRN-ORIG-ACCT
           MOVE WS-CALL-UNITS    TO JRN-UNITS
           MOVE WS-CALL-FLAG     TO JRN-FLAG
           MOVE WS-USAGE-KIND    TO JRN-REC-TYPE
           MOVE TEMP-PRICE       TO JRN-PRICE
           MOVE TEMP-BTAX        TO JRN-BTAX
           MOVE TEMP-DTAX        TO JRN-DTAX
           MOVE SPACE            TO JRN-LINE-IND
           IF LINESUM-STATUS = "00"
               SET JRN-LINE-POSTED TO TRUE
           END-IF
           MOVE CDR-CALLING-NUMBER TO JRN-LINE-NO
           MOVE TEMP-MOU         TO JRN-LINE-MOU
           MOVE WS-LINE-CHARGE   TO JRN-LINE-CHARGE
           WRITE JRNL-REC
           END-WRITE
           .
                   TEMP-PRICE + TEMP-BTAX + TEMP-DTAX
           END-COMPUTE
           MOVE WS-JUR-CLASS TO STMT-JURIS-CLASS
           MOVE CDR-CALLING-NUMBER TO STMT-CALLING-NUMBER
           WRITE STMT-DET-REC
           END-WRITE
           IF LINESUM-STATUS = "00"
               PERFORM UPDATE-LINE-SUMMARY
           END-IF
           IF WS-GTM-ACTIVE = "Y"
               PERFORM POST-CALL-TO-GTM
           END-IF
           .

      *>  LINESUM is created on first use, same pattern as ACCTSUM.
       OPEN-LINE-SUMMARY.
           OPEN I-O LINESUM
           IF LINESUM-STATUS NOT = "00"
               OPEN OUTPUT LINESUM
               CLOSE LINESUM
               OPEN I-O LINESUM
           END-IF
           .

      *>  This record's usage added to its account's row for the
      *>  calling line -- the same charge its statement line
      *>  carries, so the lines add to the account's statement
      *>  and to SUM-OUTPUT-TOT.  A partition worker, which writes
      *>  no statement lines, posts here all the same.
       UPDATE-LINE-SUMMARY.
           COMPUTE WS-LINE-CHARGE =
                   TEMP-PRICE + TEMP-BTAX + TEMP-DTAX
           END-COMPUTE
           MOVE WS-BILL-ACCT-NO    TO LNS-ACCT-NO
           MOVE CDR-CALLING-NUMBER TO LNS-LINE-NO
           READ LINESUM
               INVALID KEY
                   MOVE WS-BILL-ACCT-NO    TO LNS-ACCT-NO
                   MOVE CDR-CALLING-NUMBER TO LNS-LINE-NO
                   MOVE 1                  TO LNS-CALL-COUNT
                   MOVE TEMP-MOU           TO LNS-MOU-TOT
                   MOVE WS-LINE-CHARGE     TO LNS-CHARGE-TOT
                   WRITE LINESUM-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD 1              TO LNS-CALL-COUNT
                   ADD TEMP-MOU       TO LNS-MOU-TOT
                   ADD WS-LINE-CHARGE TO LNS-CHARGE-TOT
                   REWRITE LINESUM-REC
                   END-REWRITE
           END-READ
           .

      *>  Rolls this record's charges into the owning account's
      *>  running subtotal, for telbill to read when it produces
      *>  the customer-facing invoice.
       UPDATE-ACCT-SUMMARY.
           IF NOT PARTITION-CHILD
               PERFORM WRITE-POSTING-JOURNAL
           ELSE
               IF LINESUM-STATUS = "00"
                   PERFORM UPDATE-LINE-SUMMARY
               END-IF
           END-IF
           MOVE WS-BILL-ACCT-NO TO SUM-ACCT-NO
           MOVE ZERO TO WS-PRIOR-SUM-OUTPUT
           MOVE ZERO TO WS-PRIOR-ALLOW-USED
           MOVE ZERO TO WS-VOICE-ALLOW-TAKEN
           IF NOT USAGE-MSG-OR-DATA
               MOVE WS-ALLOW-TAKEN TO WS-VOICE-ALLOW-TAKEN
           END-IF
           READ ACCTSUM KEY IS SUM-ACCT-NO
               INVALID KEY
                   MOVE TEMP-PRICE      TO SUM-PRICE-TOT
                   MOVE 1               TO SUM-CALL-COUNT
                   MOVE ZERO            TO SUM-PRIOR-PRICE-TOT
                   MOVE ZERO            TO SUM-PRIOR-CALL-COUNT
                   MOVE WS-VOICE-ALLOW-TAKEN TO SUM-ALLOW-USED
                   MOVE TEMP-MOU        TO SUM-MOU-TOT
                   MOVE ZERO TO SUM-SMS-RECS SUM-MSG-TOT SUM-MSG-PRICE
                                SUM-MSG-ALLOW-USED SUM-DATA-SESSIONS
                                SUM-DATA-KB-TOT SUM-DATA-PRICE
                                SUM-DATA-ALLOW-KB
                   PERFORM POST-MSG-DATA-SUMMARY
                   WRITE ACCTSUM-REC
               NOT INVALID KEY
                   MOVE SUM-OUTPUT-TOT  TO WS-PRIOR-SUM-OUTPUT
                   ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX TO
                                        SUM-OUTPUT-TOT
                   ADD 1                TO SUM-CALL-COUNT
                   ADD WS-VOICE-ALLOW-TAKEN TO SUM-ALLOW-USED
                   ADD TEMP-MOU         TO SUM-MOU-TOT
                   PERFORM POST-MSG-DATA-SUMMARY
                   REWRITE ACCTSUM-REC
           END-READ
           IF WS-ACCT-CREDIT-LIMIT > ZERO
           AND NOT PARTITION-CHILD
               PERFORM UPDATE-SOURCE-MAP
           END-IF
           IF ACCTTAX-STATUS = "00"
           AND NOT PARTITION-CHILD
               PERFORM UPDATE-ACCT-TAX-DETAIL
           END-IF
           .

      *>  SRCMAP is created on first use, same pattern as ACCTSUM.
           END-IF
           .

      *>  ACCTTAX is created on first use, same pattern as ACCTSUM.
       OPEN-ACCT-TAX-DETAIL.
           OPEN I-O ACCTTAX
           IF ACCTTAX-STATUS NOT = "00"
               OPEN OUTPUT ACCTTAX
               CLOSE ACCTTAX
               OPEN I-O ACCTTAX
           END-IF
           .

      *>  This call's taxes -- and any the exemption certificate
      *>  kept off it -- added to the account's row for the month
      *>  and the jurisdiction it was taxed in.
       UPDATE-ACCT-TAX-DETAIL.
           MOVE WS-BILL-ACCT-NO TO ATX-ACCT-NO
           MOVE WS-CUR-MONTH    TO ATX-PERIOD
           MOVE WS-JURIS-CODE   TO ATX-JURIS
           READ ACCTTAX
               INVALID KEY
                   MOVE WS-BILL-ACCT-NO TO ATX-ACCT-NO
                   MOVE WS-CUR-MONTH    TO ATX-PERIOD
                   MOVE WS-JURIS-CODE   TO ATX-JURIS
                   MOVE 1               TO ATX-CALL-COUNT
                   MOVE TEMP-PRICE      TO ATX-PRICE-TOT
                   MOVE TEMP-BTAX       TO ATX-BTAX-TOT
                   MOVE TEMP-DTAX       TO ATX-DTAX-TOT
                   MOVE WS-CALL-EXEMPT-BTAX TO ATX-EXEMPT-BTAX
                   MOVE WS-CALL-EXEMPT-DTAX TO ATX-EXEMPT-DTAX
                   WRITE ACCTTAX-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD 1          TO ATX-CALL-COUNT
                   ADD TEMP-PRICE TO ATX-PRICE-TOT
                   ADD TEMP-BTAX  TO ATX-BTAX-TOT
                   ADD TEMP-DTAX  TO ATX-DTAX-TOT
                   ADD WS-CALL-EXEMPT-BTAX TO ATX-EXEMPT-BTAX
                   ADD WS-CALL-EXEMPT-DTAX TO ATX-EXEMPT-DTAX
                   REWRITE ACCTTAX-REC
                   END-REWRITE
           END-READ
           .

      *>  This call observed its source file's switch serving this
      *>  account: add-or-insert with the run date as last seen.
       UPDATE-SOURCE-MAP.
           END-WRITE
           .

      *>  The per-account trip points for high-risk destination
      *>  traffic, and the ops webhook read up front -- a barring
      *>  alert goes out the moment the account crosses the line,
      *>  not with the end-of-job alerts.
       SET-HRD-LIMITS.
           MOVE SPACES TO WS-ENV-HRD-CALLS
           ACCEPT WS-ENV-HRD-CALLS FROM ENVIRONMENT
               "TELCO_HRD_CALL_LIMIT"
           END-ACCEPT
           IF WS-ENV-HRD-CALLS NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-HRD-CALLS)
                 TO WS-HRD-CALL-LIMIT
           END-IF
           MOVE "TELCO_HRD_CALL_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-HRD-CALLS TO CFQ-ENV-VALUE
           MOVE WS-HRD-CALL-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-HRD-MINS
           ACCEPT WS-ENV-HRD-MINS FROM ENVIRONMENT
               "TELCO_HRD_MIN_LIMIT"
           END-ACCEPT
           IF WS-ENV-HRD-MINS NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-HRD-MINS)
                 TO WS-HRD-MIN-LIMIT
           END-IF
           MOVE "TELCO_HRD_MIN_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-HRD-MINS TO CFQ-ENV-VALUE
           MOVE WS-HRD-MIN-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-WEBHOOK
           ACCEPT WS-ENV-WEBHOOK FROM ENVIRONMENT "TELCO_ALERT_WEBHOOK"
           END-ACCEPT
           .

      *>  Screens the call in flight against HRDEST.DAT, longest
      *>  prefix first the way FIND-DECK-DESTINATION probes the
      *>  deck, and adds it to the account's case.  The call rates
      *>  and posts either way -- this only decides whether the
      *>  account is barred.
       CHECK-HIGH-RISK-DESTINATION.
           IF HRDEST-STATUS NOT = "00"
           OR CDR-CALLED-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N"    TO WS-HRD-FOUND
           MOVE SPACES TO WS-HRD-DIGITS
           EVALUATE TRUE
               WHEN CDR-CALLED-NUMBER (1:3) = "011"
                   MOVE CDR-CALLED-NUMBER (4:) TO WS-HRD-DIGITS
               WHEN CDR-CALLED-NUMBER (1:1) = "+"
                   MOVE CDR-CALLED-NUMBER (2:) TO WS-HRD-DIGITS
               WHEN OTHER
                   MOVE CDR-CALLED-NUMBER      TO WS-HRD-DIGITS
           END-EVALUATE
           PERFORM VARYING WS-HRD-LEN FROM 8 BY -1
                   UNTIL WS-HRD-LEN < 1 OR HRD-DEST-FOUND
               IF WS-HRD-DIGITS (WS-HRD-LEN:1) IS NUMERIC
                   MOVE SPACES TO HRD-PREFIX
                   MOVE WS-HRD-DIGITS (1:WS-HRD-LEN)
                     TO HRD-PREFIX (1:WS-HRD-LEN)
                   READ HRDEST KEY IS HRD-PREFIX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-HRD-FOUND
                   END-READ
               END-IF
           END-PERFORM
           IF NOT HRD-DEST-FOUND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HRD-HIT-COUNT
           PERFORM VARYING HC-IDX FROM 1 BY 1
                   UNTIL HC-IDX > 500
                   OR HRC-ACCT-NO (HC-IDX) = ACCT-NO-IN
                   OR HRC-ACCT-NO (HC-IDX) = ZERO
               CONTINUE
           END-PERFORM
           IF HC-IDX > 500
               EXIT PARAGRAPH
           END-IF
           IF HRC-ACCT-NO (HC-IDX) = ZERO
               MOVE ACCT-NO-IN TO HRC-ACCT-NO (HC-IDX)
               ADD 1 TO WS-HRD-CASE-COUNT
           END-IF
           ADD 1          TO HRC-CALLS (HC-IDX)
           ADD TEMP-MOU   TO HRC-MINUTES (HC-IDX)
           ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX
             TO HRC-CHARGES (HC-IDX)
           MOVE HRD-PREFIX    TO HRC-LAST-PREFIX (HC-IDX)
           MOVE HRD-DEST-NAME TO HRC-LAST-DEST (HC-IDX)
           IF HRD-RISK-LEVEL > HRC-TOP-LEVEL (HC-IDX)
               MOVE HRD-RISK-LEVEL TO HRC-TOP-LEVEL (HC-IDX)
           END-IF
           IF HRD-WATCH-ONLY OR HRC-IS-BARRED (HC-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1        TO HRC-BAR-CALLS (HC-IDX)
           ADD TEMP-MOU TO HRC-BAR-MINUTES (HC-IDX)
           MOVE "N" TO WS-HRD-BAR-NOW
           IF HRD-BAR-ON-SIGHT
           OR HRC-BAR-CALLS (HC-IDX) > WS-HRD-CALL-LIMIT
           OR HRC-BAR-MINUTES (HC-IDX) > WS-HRD-MIN-LIMIT
               MOVE "Y" TO WS-HRD-BAR-NOW
           END-IF
           IF HRD-BAR-NOW
               MOVE "Y" TO HRC-BARRED (HC-IDX)
               PERFORM WRITE-BARRING-ORDER
               IF WS-ENV-WEBHOOK NOT = SPACES
                   MOVE HRC-BAR-CALLS (HC-IDX)   TO WS-HRD-CALLS-OUT
                   MOVE HRC-BAR-MINUTES (HC-IDX) TO WS-HRD-MINS-OUT
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "TELCO5 ALERT run "     DELIMITED BY SIZE
                          FUNCTION TRIM (WS-JRN-BATCH-ID)
                                                  DELIMITED BY SIZE
                          ": account "            DELIMITED BY SIZE
                          ACCT-NO-IN              DELIMITED BY SIZE
                          " barred -- high-risk destination "
                                                  DELIMITED BY SIZE
                          FUNCTION TRIM (HRD-PREFIX)
                                                  DELIMITED BY SIZE
                          " "                     DELIMITED BY SIZE
                          FUNCTION TRIM (HRD-DEST-NAME)
                                                  DELIMITED BY SIZE
                          ", calls "              DELIMITED BY SIZE
                          WS-HRD-CALLS-OUT        DELIMITED BY SIZE
                          " minutes "             DELIMITED BY SIZE
                          WS-HRD-MINS-OUT         DELIMITED BY SIZE
                        INTO WS-ALERT-TEXT
                   END-STRING
                   PERFORM SEND-OPS-ALERT
               END-IF
           END-IF
           .

      *>  One barring order: account, the prefix that tripped it,
      *>  the barrable calls and minutes so far, tonight's date.
       WRITE-BARRING-ORDER.
           ADD 1 TO WS-BARORD-COUNT
           ADD HRC-BAR-MINUTES (HC-IDX) TO WS-BARORD-MIN-TOT
           MOVE HRC-BAR-CALLS (HC-IDX)   TO WS-HRD-CALLS-OUT
           MOVE HRC-BAR-MINUTES (HC-IDX) TO WS-HRD-MINS-OUT
           MOVE SPACES TO BARORD-REC
           STRING "B "                     DELIMITED BY SIZE
                  ACCT-NO-IN               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  HRD-PREFIX               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-HRD-CALLS-OUT         DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-HRD-MINS-OUT          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                INTO BARORD-REC
           END-STRING
           WRITE BARORD-REC
           END-WRITE
           .

       WRITE-BARORD-TRAILER.
           MOVE SPACES TO BARORD-REC
           STRING "*TRL* "                 DELIMITED BY SIZE
                  WS-BARORD-COUNT          DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-BARORD-MIN-TOT        DELIMITED BY SIZE
                INTO BARORD-REC
           END-STRING
           WRITE BARORD-REC
           END-WRITE
           .

      *>  The fraud-case report: one line per account that called a
      *>  listed destination this run, barred or not, so the fraud
      *>  desk works the night's cases off one page.  Rewritten
      *>  every run, a header line alone when there were no hits.
       WRITE-HRD-CASE-REPORT.
           OPEN OUTPUT HRDCASE
           IF HRDCASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HRDCASE-REC
           STRING "HIGH-RISK DESTINATION CASES  run "
                                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-JRN-BATCH-ID)
                                           DELIMITED BY SIZE
                  "  date "                DELIMITED BY SIZE
                  WS-RUN-DATE              DELIMITED BY SIZE
                  "  limits calls "        DELIMITED BY SIZE
                  WS-HRD-CALL-LIMIT        DELIMITED BY SIZE
                  " minutes "              DELIMITED BY SIZE
                  WS-HRD-MIN-LIMIT         DELIMITED BY SIZE
                INTO HRDCASE-REC
           END-STRING
           WRITE HRDCASE-REC
           END-WRITE
           MOVE "ACCOUNT    CALLS   MINUTES       CHARGES LVL PREFIX  "
             & " DESTINATION          ACTION" TO HRDCASE-REC
           WRITE HRDCASE-REC
           END-WRITE
           PERFORM VARYING HC-IDX FROM 1 BY 1 UNTIL HC-IDX > 500
               IF HRC-ACCT-NO (HC-IDX) NOT = ZERO
                   MOVE HRC-CALLS (HC-IDX)   TO WS-HRD-CALLS-OUT
                   MOVE HRC-MINUTES (HC-IDX) TO WS-HRD-MINS-OUT
                   MOVE HRC-CHARGES (HC-IDX) TO WS-HRD-CHG-OUT
                   EVALUATE TRUE
                       WHEN HRC-IS-BARRED (HC-IDX)
                           MOVE "BARRED"   TO WS-HRD-ACTION
                       WHEN HRC-TOP-LEVEL (HC-IDX) = 1
                           MOVE "WATCH"    TO WS-HRD-ACTION
                       WHEN OTHER
                           MOVE "UNDER"    TO WS-HRD-ACTION
                   END-EVALUATE
                   MOVE SPACES TO HRDCASE-REC
                   STRING HRC-ACCT-NO (HC-IDX)  DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          WS-HRD-CALLS-OUT      DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          WS-HRD-MINS-OUT       DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          WS-HRD-CHG-OUT        DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          HRC-TOP-LEVEL (HC-IDX) DELIMITED BY SIZE
                          "  "                  DELIMITED BY SIZE
                          HRC-LAST-PREFIX (HC-IDX)
                                                DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          HRC-LAST-DEST (HC-IDX) DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
                          WS-HRD-ACTION         DELIMITED BY SIZE
                        INTO HRDCASE-REC
                   END-STRING
                   WRITE HRDCASE-REC
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE HRDCASE
           .

       SET-PREPAID-LOW-THRESHOLD.
           MOVE SPACES TO WS-ENV-PREPAID-LOW
           ACCEPT WS-ENV-PREPAID-LOW FROM ENVIRONMENT
               MOVE FUNCTION NUMVAL (WS-ENV-PREPAID-LOW)
                 TO WS-PREPAID-LOW-BAL
           END-IF
           MOVE "TELCO_PREPAID_LOW" TO CFQ-SETTING
           MOVE WS-ENV-PREPAID-LOW TO CFQ-ENV-VALUE
           MOVE WS-PREPAID-LOW-BAL TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  Draws this call's full charge down from the prepaid
                   MOVE INREC          TO WS-CALL-UNITS
                   MOVE CDR-FLAG       TO WS-CALL-FLAG
           END-EVALUATE
      *>  An SMS or data record's flag byte is not a rate zone (on
      *>  a packed record it is only the units' last digit), so
      *>  it is cleared before anything keys off it.
           MOVE CDR-REC-TYPE TO WS-USAGE-KIND
           IF USAGE-MSG-OR-DATA
               MOVE X"00" TO WS-CALL-FLAG
           END-IF
           MOVE CDR-CALL-TIME (1:2) TO WS-CALL-HOUR
           IF WS-CALL-HOUR > 23
               MOVE ZERO TO WS-CALL-HOUR
           MOVE STD-RATE        TO WS-EFF-STD-RATE
           MOVE INTL-RATE       TO WS-EFF-INTL-RATE
           MOVE TF-RATE         TO WS-EFF-TF-RATE
           MOVE SMS-RATE        TO WS-EFF-SMS-RATE
           MOVE DATA-RATE       TO WS-EFF-DATA-RATE
           MOVE BTAX-RATE       TO WS-EFF-BTAX-RATE
           MOVE DTAX-RATE       TO WS-EFF-DTAX-RATE
           MOVE PREM-ROUND-MODE TO WS-EFF-PREM-ROUND-MODE
           MOVE STD-ROUND-MODE  TO WS-EFF-STD-ROUND-MODE
           MOVE INTL-ROUND-MODE TO WS-EFF-INTL-ROUND-MODE
           MOVE TF-ROUND-MODE   TO WS-EFF-TF-ROUND-MODE
           MOVE SMS-ROUND-MODE  TO WS-EFF-SMS-ROUND-MODE
           MOVE DATA-ROUND-MODE TO WS-EFF-DATA-ROUND-MODE
           MOVE BTAX-ROUND-MODE TO WS-EFF-BTAX-ROUND-MODE
           MOVE DTAX-ROUND-MODE TO WS-EFF-DTAX-ROUND-MODE
           IF CDR-CALL-DATE NOT = ZERO
                   MOVE WS-LOOKUP-VALUE      TO WS-EFF-TF-RATE
                   MOVE WS-LOOKUP-ROUND-MODE TO WS-EFF-TF-ROUND-MODE
               END-IF
               MOVE "SMS " TO WS-LOOKUP-CODE
               PERFORM FIND-HISTORICAL-RATE
               IF RATE-FOUND
                   MOVE WS-LOOKUP-VALUE      TO WS-EFF-SMS-RATE
                   MOVE WS-LOOKUP-ROUND-MODE TO WS-EFF-SMS-ROUND-MODE
               END-IF
               MOVE "DATA" TO WS-LOOKUP-CODE
               PERFORM FIND-HISTORICAL-RATE
               IF RATE-FOUND
                   MOVE WS-LOOKUP-VALUE      TO WS-EFF-DATA-RATE
                   MOVE WS-LOOKUP-ROUND-MODE TO WS-EFF-DATA-ROUND-MODE
               END-IF
               MOVE "BTAX" TO WS-LOOKUP-CODE
               PERFORM FIND-HISTORICAL-RATE
               IF RATE-FOUND
                           END-IF
                   END-READ
           END-START
           IF RATE-FOUND
               PERFORM VET-RATE-NOTICE
           END-IF
           .

      *>  Independently classifies this call's rate zone off the
               END-IF
               IF WS-DIALPLAN-ZONE NOT = SPACES
               AND WS-DIALPLAN-ZONE NOT = RATE-OUT
               AND NOT (RATE-OUT = "ON" AND WS-DIALPLAN-ZONE = "LO")
               AND RATE-OUT NOT = "SM"
               AND RATE-OUT NOT = "DA"
                   SET DIALPLAN-MISMATCH TO TRUE
                   MOVE WS-DIALPLAN-ZONE TO DP-OUT
                   ADD 1 TO WS-DIALPLAN-COUNT
           END-IF
           .

      *>  A standard-class call whose dialed number is one of our
      *>  own assigned numbers on NUMINV is ON-NET: it never leaves
      *>  the network, so it rates at the plan's on-net code and
      *>  reports as its own class.  Premium, international and
      *>  toll-free calls keep their class whoever answers them.
      *>  A number ported out to another carrier is off-net however
      *>  its inventory row still reads, and spare or quarantined
      *>  numbers belong to nobody.  No inventory file means no
      *>  on-net calls, exactly as before the class existed.
       CHECK-ON-NET-CALL.
           MOVE "N" TO WS-ON-NET-IND
           IF NUMINV-STATUS NOT = "00"
           OR CDR-CALLED-NUMBER = SPACES
           OR USAGE-MSG-OR-DATA
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CALL-FLAG
               WHEN X"1C"
               WHEN X"3C"
               WHEN X"5C"
               WHEN X"7C"
               WHEN X"9C"
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE CDR-CALLED-NUMBER TO NUM-TELEPHONE
           READ NUMINV
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NUM-ASSIGNED AND NOT NUM-PORTED-OUT
                       MOVE "Y" TO WS-ON-NET-IND
                   END-IF
           END-READ
           .

      *>  Rejects a CDR dated inside a period telclose has already
      *>  closed out (see SELECT CLOSETB above).  CDR-CALL-DATE of
      *>  spaces/zeros (an older extract that predates that field, or
           END-IF
           .

      *>  Prices an on-net call: the plan's on-net rate when it
      *>  names one, otherwise exactly what the standard class would
      *>  have charged, so an on-net call never costs more than the
      *>  same call dialed off-net.  Increment rules are the
      *>  standard class's; like local traffic it carries no Dtax.
       RATE-ON-NET-CALL.
           MOVE "ON" TO RATE-OUT
           IF WS-EFF-ONNET-SET = "Y"
               MOVE WS-EFF-ONNET-RATE       TO WS-ACTIVE-RATE
               MOVE WS-EFF-ONNET-ROUND-MODE TO WS-ACTIVE-ROUND-MODE
               MOVE "ONNT"                  TO WS-ACTIVE-TIER-CODE
           ELSE
               MOVE WS-EFF-STD-RATE         TO WS-ACTIVE-RATE
               MOVE WS-EFF-STD-ROUND-MODE   TO WS-ACTIVE-ROUND-MODE
               MOVE "STD "                  TO WS-ACTIVE-TIER-CODE
           END-IF
           MOVE STD-INIT-UNITS  TO WS-ACTIVE-INIT-UNITS
           MOVE STD-INCR-UNITS  TO WS-ACTIVE-INCR-UNITS
           MOVE STD-INCR-DIR    TO WS-ACTIVE-INCR-DIR
           PERFORM COMPUTE-PRICE
           PERFORM APPLY-DISCOUNT
           MOVE ZERO TO TEMP-DTAX
           MOVE WS-SIM-STD-RATE TO WS-ACTIVE-SIM-RATE
           ADD 1 TO WS-ONNET-COUNT
           .

      *>  Prices an SMS record per message, or a data session per
      *>  megabyte -- the billable kilobytes over 1024, so a
      *>  session is charged for what it used, not rounded up to a
      *>  whole megabyte.  Neither runs through the minute tiers,
      *>  the increment rules or the off-peak factor, all of which
      *>  are defined in minutes; like local traffic they carry no
      *>  Dtax.
       RATE-MSG-DATA-RECORD.
           IF USAGE-SMS
               MOVE "SM" TO RATE-OUT
               MOVE WS-EFF-SMS-RATE        TO WS-ACTIVE-RATE
               MOVE WS-EFF-SMS-ROUND-MODE  TO WS-ACTIVE-ROUND-MODE
               MOVE 1                      TO WS-MD-DIVISOR
               ADD 1 TO WS-SMS-COUNT
           ELSE
               MOVE "DA" TO RATE-OUT
               MOVE WS-EFF-DATA-RATE       TO WS-ACTIVE-RATE
               MOVE WS-EFF-DATA-ROUND-MODE TO WS-ACTIVE-ROUND-MODE
               MOVE 1024                   TO WS-MD-DIVISOR
               ADD 1 TO WS-DATA-COUNT
           END-IF
           MOVE WS-BILL-UNITS TO WS-RATED-UNITS
           IF WS-ACTIVE-ROUND-MODE = "R"
               COMPUTE TEMP-PRICE ROUNDED MODE NEAREST-EVEN =
                       WS-RATED-UNITS * WS-ACTIVE-RATE / WS-MD-DIVISOR
               END-COMPUTE
           ELSE
               COMPUTE TEMP-PRICE =
                       WS-RATED-UNITS * WS-ACTIVE-RATE / WS-MD-DIVISOR
               END-COMPUTE
           END-IF
           MOVE TEMP-PRICE TO WS-RA-BASE-PRICE
           PERFORM APPLY-DISCOUNT
           MOVE ZERO TO TEMP-DTAX
           .

      *>  An international call prices at its destination band's
      *>  rate when the deck covers the dialed prefix and the
      *>  account's plan (or the house mapping) names a rate code
      *>  for the band; anything else keeps the INTL rate the
      *>  caller already loaded.  The destination is resolved for
      *>  every international call, for the destination report,
      *>  but a wholesale account's WHOLRATE price and a negotiated
      *>  ICB international rate both stand ahead of the deck.
       APPLY-DECK-RATE.
           PERFORM FIND-DECK-DESTINATION
           IF NOT DECK-DEST-FOUND
           OR WS-ACCT-WHOLESALE = "Y"
           OR (ICB-STATUS = "00" AND WS-ICB-INTL-SET = "Y")
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BAND-RATE
           IF BRC-IDX > 40
               EXIT PARAGRAPH
           END-IF
           IF BRC-SET (BRC-IDX) = "Y"
               MOVE BRC-RATE (BRC-IDX)      TO WS-ACTIVE-RATE
               MOVE BRC-ROUND (BRC-IDX)     TO WS-ACTIVE-ROUND-MODE
               MOVE BRC-RATE-CODE (BRC-IDX) TO WS-ACTIVE-TIER-CODE
               ADD 1 TO WS-DECK-RATED-COUNT
           END-IF
           .

      *>  Longest-prefix match: the dialed digits after the access
      *>  code are tried at eight digits, then seven, and so on
      *>  down to one, each probe the FIND-CURRENT-RATE shape --
      *>  the latest row for that exact prefix effective on or
      *>  before the call date.  A withdrawn row falls through to
      *>  the next shorter prefix.
       FIND-DECK-DESTINATION.
           IF IDECK-STATUS NOT = "00"
           OR CDR-CALLED-NUMBER = SPACES
               MOVE "N" TO WS-DECK-FOUND
               EXIT PARAGRAPH
           END-IF
           IF CDR-CALL-DATE NOT = ZERO
               MOVE CDR-CALL-DATE TO WS-DECK-DATE
           ELSE
               MOVE WS-RUN-DATE   TO WS-DECK-DATE
           END-IF
           IF CDR-CALLED-NUMBER = WS-DECK-CACHED-NUMBER
           AND WS-DECK-DATE = WS-DECK-CACHED-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE CDR-CALLED-NUMBER TO WS-DECK-CACHED-NUMBER
           MOVE WS-DECK-DATE      TO WS-DECK-CACHED-DATE
           MOVE "N"    TO WS-DECK-FOUND
           MOVE SPACES TO WS-DECK-PREFIX WS-DECK-NAME WS-DECK-BAND
           MOVE SPACES TO WS-DECK-DIGITS
           EVALUATE TRUE
               WHEN CDR-CALLED-NUMBER (1:3) = "011"
                   MOVE CDR-CALLED-NUMBER (4:) TO WS-DECK-DIGITS
               WHEN CDR-CALLED-NUMBER (1:1) = "+"
                   MOVE CDR-CALLED-NUMBER (2:) TO WS-DECK-DIGITS
               WHEN OTHER
                   MOVE CDR-CALLED-NUMBER      TO WS-DECK-DIGITS
           END-EVALUATE
           PERFORM VARYING WS-DECK-LEN FROM 8 BY -1
                   UNTIL WS-DECK-LEN < 1 OR DECK-DEST-FOUND
               IF WS-DECK-DIGITS (WS-DECK-LEN:1) IS NUMERIC
                   PERFORM PROBE-DECK-PREFIX
               END-IF
           END-PERFORM
           .

       PROBE-DECK-PREFIX.
           MOVE SPACES TO WS-DECK-PROBE
           MOVE WS-DECK-DIGITS (1:WS-DECK-LEN)
             TO WS-DECK-PROBE (1:WS-DECK-LEN)
           MOVE WS-DECK-PROBE TO IDK-PREFIX
           MOVE WS-DECK-DATE  TO IDK-EFF-DATE
           START INTLDECK KEY IS LESS THAN OR EQUAL IDK-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ INTLDECK NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IDK-PREFIX = WS-DECK-PROBE
                           AND NOT IDK-WITHDRAWN
                               MOVE "Y"           TO WS-DECK-FOUND
                               MOVE IDK-PREFIX    TO WS-DECK-PREFIX
                               MOVE IDK-DEST-NAME TO WS-DECK-NAME
                               MOVE IDK-BAND      TO WS-DECK-BAND
                           END-IF
                   END-READ
           END-START
           .

      *>  The band's rate for the account's plan, resolved once per
      *>  plan and band: the plan's own PLANBAND row, else the house
      *>  row, through RATE-TABLE as of the run date like every
      *>  other plan code.  BRC-IDX past the table means the cache
      *>  is full and the call keeps the INTL rate.
       FIND-BAND-RATE.
           PERFORM VARYING BRC-IDX FROM 1 BY 1
                   UNTIL BRC-IDX > WS-BRC-COUNT
                   OR (BRC-PLAN-CODE (BRC-IDX) = WS-ACCT-PLAN-CODE
                       AND BRC-BAND (BRC-IDX) = WS-DECK-BAND)
               CONTINUE
           END-PERFORM
           IF BRC-IDX <= WS-BRC-COUNT OR WS-BRC-COUNT >= 40
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRC-COUNT
           SET BRC-IDX TO WS-BRC-COUNT
           MOVE WS-ACCT-PLAN-CODE TO BRC-PLAN-CODE (BRC-IDX)
           MOVE WS-DECK-BAND      TO BRC-BAND (BRC-IDX)
           MOVE "N"               TO BRC-SET (BRC-IDX)
           MOVE SPACES            TO BRC-RATE-CODE (BRC-IDX)
           IF PLANBAND-STATUS NOT = "00" OR RATE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-PLAN-CODE NOT = SPACES
               MOVE WS-ACCT-PLAN-CODE TO PBD-PLAN-CODE
               MOVE WS-DECK-BAND      TO PBD-BAND
               READ PLANBAND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PBD-RATE-CODE TO BRC-RATE-CODE (BRC-IDX)
               END-READ
           END-IF
           IF BRC-RATE-CODE (BRC-IDX) = SPACES
               MOVE SPACES       TO PBD-PLAN-CODE
               MOVE WS-DECK-BAND TO PBD-BAND
               READ PLANBAND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PBD-RATE-CODE TO BRC-RATE-CODE (BRC-IDX)
               END-READ
           END-IF
           IF BRC-RATE-CODE (BRC-IDX) NOT = SPACES
               MOVE BRC-RATE-CODE (BRC-IDX) TO WS-LOOKUP-CODE
               PERFORM FIND-CURRENT-RATE
               IF RATE-FOUND
                   MOVE WS-LOOKUP-VALUE      TO BRC-RATE (BRC-IDX)
                   MOVE WS-LOOKUP-ROUND-MODE TO BRC-ROUND (BRC-IDX)
                   MOVE "Y"                  TO BRC-SET (BRC-IDX)
               END-IF
           END-IF
           .

      *>  Burns this record's units against the billed account's
      *>  remaining plan allowance before any charge accrues.  Only
      *>  an ordinary bill burns allowance -- credits and manual
      *>  adjustments rate their full units so a reversal comes back
      *>  out at the same value it went in at.  A simulation run
      *>  never opens ACCTSUM, so it rates full units too.
       APPLY-USAGE-ALLOWANCE.
           MOVE WS-CALL-UNITS TO WS-BILL-UNITS
           MOVE ZERO          TO WS-ALLOW-TAKEN
           IF USAGE-MSG-OR-DATA
               PERFORM APPLY-MSG-DATA-ALLOWANCE
               EXIT PARAGRAPH
           END-IF
           IF ON-NET-CALL AND ONNET-OUTSIDE-ALLOW
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTIVE-INCL-MIN > ZERO
           AND TXN-BILL
           AND NOT SIMULATION-MODE
               MOVE ZERO TO WS-ALLOW-REMAIN
               IF WS-ACTIVE-POOLED = "Y"
               AND NOT PARTITION-CHILD
               AND POOLBAL-STATUS = "00"
                   PERFORM READ-POOL-REMAINDER
               ELSE
               MOVE WS-BILL-ACCT-NO TO SUM-ACCT-NO
               READ ACCTSUM KEY IS SUM-ACCT-NO
                   INVALID KEY
                       MOVE WS-ACTIVE-INCL-MIN TO WS-ALLOW-REMAIN
                   NOT INVALID KEY
                       COMPUTE WS-ALLOW-REMAIN =
                               WS-ACTIVE-INCL-MIN - SUM-ALLOW-USED
                       END-COMPUTE
               END-READ
               END-IF
               IF WS-ALLOW-REMAIN > ZERO
                   IF WS-CALL-UNITS <= WS-ALLOW-REMAIN
                       MOVE WS-CALL-UNITS TO WS-ALLOW-TAKEN
                       MOVE ZERO          TO WS-BILL-UNITS
           END-IF
           .

      *>  The message or megabyte bundle, burned the same way as
      *>  the minutes above but always per account -- a pooled
      *>  plan pools its minutes only.  WS-ALLOW-TAKEN comes back
      *>  in messages or kilobytes, and UPDATE-ACCT-SUMMARY posts
      *>  it to SUM-MSG-ALLOW-USED or SUM-DATA-ALLOW-KB.
       APPLY-MSG-DATA-ALLOWANCE.
           IF USAGE-SMS
               MOVE WS-ACTIVE-INCL-MSGS TO WS-MD-INCL
           ELSE
               COMPUTE WS-MD-INCL = WS-ACTIVE-INCL-MB * 1024
               END-COMPUTE
           END-IF
           IF WS-MD-INCL = ZERO
           OR NOT TXN-BILL
           OR SIMULATION-MODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-ACCT-NO TO SUM-ACCT-NO
           READ ACCTSUM KEY IS SUM-ACCT-NO
               INVALID KEY
                   MOVE WS-MD-INCL TO WS-MD-REMAIN
               NOT INVALID KEY
                   IF USAGE-SMS
                       COMPUTE WS-MD-REMAIN =
                               WS-MD-INCL - SUM-MSG-ALLOW-USED
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-MD-REMAIN =
                               WS-MD-INCL - SUM-DATA-ALLOW-KB
                       END-COMPUTE
                   END-IF
           END-READ
           IF WS-MD-REMAIN > ZERO
               IF WS-CALL-UNITS <= WS-MD-REMAIN
                   MOVE WS-CALL-UNITS TO WS-ALLOW-TAKEN
                   MOVE ZERO          TO WS-BILL-UNITS
               ELSE
                   MOVE WS-MD-REMAIN  TO WS-ALLOW-TAKEN
                   COMPUTE WS-BILL-UNITS =
                           WS-CALL-UNITS - WS-MD-REMAIN
                   END-COMPUTE
               END-IF
           END-IF
           .

      *>  POOLBAL is created on first use, same pattern as ACCTSUM.
       OPEN-POOL-BALANCES.
           OPEN I-O POOLBAL
               COMPUTE TEMP-DTAX = TEMP-PRICE * WS-ACTIVE-DTAX-RATE
               END-COMPUTE
           END-IF
           MOVE ZERO TO WS-CALL-EXEMPT-DTAX
           IF WS-EXEMPT-DTAX = "Y" AND TEMP-DTAX NOT = ZERO
               ADD TEMP-DTAX TO WS-EXEMPT-DTAX-TOT
               ADD 1 TO WS-EXEMPT-COUNT
               MOVE TEMP-DTAX TO WS-CALL-EXEMPT-DTAX
               MOVE ZERO TO TEMP-DTAX
           END-IF
           .
               COMPUTE TEMP-BTAX = TEMP-PRICE * WS-ACTIVE-BTAX-RATE
               END-COMPUTE
           END-IF
           MOVE ZERO TO WS-CALL-EXEMPT-BTAX
           IF WS-EXEMPT-BTAX = "Y" AND TEMP-BTAX NOT = ZERO
               ADD TEMP-BTAX TO WS-EXEMPT-BTAX-TOT
               ADD 1 TO WS-EXEMPT-COUNT
               MOVE TEMP-BTAX TO WS-CALL-EXEMPT-BTAX
               MOVE ZERO TO TEMP-BTAX
           END-IF
           .
           COMPUTE TEMP-SETTLE = TEMP-SETTLE * -1
           COMPUTE TEMP-SIM-PRICE = TEMP-SIM-PRICE * -1
           COMPUTE TEMP-MOU   = TEMP-MOU   * -1
           COMPUTE TEMP-MSG   = TEMP-MSG   * -1
           COMPUTE TEMP-KB    = TEMP-KB    * -1
           .

      *>  Adds the current record's charges into the subtotal bucket
                   ADD TEMP-DTAX  TO TF-DTAX-TOT
                   ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX TO TF-OUTPUT-TOT
                   ADD TEMP-MOU   TO TF-MOU-TOT
               WHEN "ON"
                   ADD TEMP-PRICE TO ON-PRICE-TOT
                   ADD TEMP-BTAX  TO ON-BTAX-TOT
                   ADD TEMP-DTAX  TO ON-DTAX-TOT
                   ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX TO ON-OUTPUT-TOT
                   ADD TEMP-MOU   TO ON-MOU-TOT
               WHEN "SM"
                   ADD TEMP-PRICE TO SM-PRICE-TOT
                   ADD TEMP-BTAX  TO SM-BTAX-TOT
                   ADD TEMP-DTAX  TO SM-DTAX-TOT
                   ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX TO SM-OUTPUT-TOT
                   ADD TEMP-MSG   TO SM-MSG-TOT
               WHEN "DA"
                   ADD TEMP-PRICE TO DA-PRICE-TOT
                   ADD TEMP-BTAX  TO DA-BTAX-TOT
                   ADD TEMP-DTAX  TO DA-DTAX-TOT
                   ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX TO DA-OUTPUT-TOT
                   ADD TEMP-KB    TO DA-KB-TOT
               WHEN OTHER
                   ADD TEMP-PRICE TO LO-PRICE-TOT
                   ADD TEMP-BTAX  TO LO-BTAX-TOT
                   ADD TEMP-SIM-PRICE TO SIM-IN-PRICE-TOT
               WHEN "TF"
                   ADD TEMP-SIM-PRICE TO SIM-TF-PRICE-TOT
               WHEN "ON"
                   ADD TEMP-SIM-PRICE TO SIM-ON-PRICE-TOT
               WHEN "SM"
                   ADD TEMP-SIM-PRICE TO SIM-SM-PRICE-TOT
               WHEN "DA"
                   ADD TEMP-SIM-PRICE TO SIM-DA-PRICE-TOT
               WHEN OTHER
                   ADD TEMP-SIM-PRICE TO SIM-LO-PRICE-TOT
           END-EVALUATE
           .

      *>  This international call's minutes and price join its
      *>  destination's bucket.
       ACCUMULATE-DEST-TOTALS.
           IF DECK-DEST-FOUND
               MOVE WS-DECK-PREFIX TO WS-DEST-KEY
           ELSE
               MOVE "NODECK"       TO WS-DEST-KEY
           END-IF
           PERFORM FIND-DEST-SLOT
           IF DT-NAME (WS-DEST-SLOT) = SPACES
               MOVE WS-DECK-NAME TO DT-NAME (WS-DEST-SLOT)
           END-IF
           ADD 1          TO DT-CALLS (WS-DEST-SLOT)
           ADD TEMP-MOU   TO DT-MOU (WS-DEST-SLOT)
           ADD TEMP-PRICE TO DT-PRICE (WS-DEST-SLOT)
           .

      *>  First-seen-claims-a-slot by WS-DEST-KEY; the last slot is
      *>  kept back for OTHERS so a full table still balances.
       FIND-DEST-SLOT.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > 99
                   OR DT-PREFIX (DT-IDX) = WS-DEST-KEY
                   OR DT-PREFIX (DT-IDX) = SPACES
               CONTINUE
           END-PERFORM
           IF DT-IDX > 99
               SET DT-IDX TO 100
               MOVE "OTHERS"  TO WS-DEST-KEY
           END-IF
           MOVE WS-DEST-KEY TO DT-PREFIX (DT-IDX)
           SET WS-DEST-SLOT TO DT-IDX
           EVALUATE WS-DEST-KEY
               WHEN "NODECK"
                   MOVE "(not in deck)" TO DT-NAME (DT-IDX)
               WHEN "OTHERS"
                   MOVE "(all others)"  TO DT-NAME (DT-IDX)
           END-EVALUATE
           .

      *>  This record's charges join its operating company's run
      *>  bucket -- first-seen-claims-a-slot, blank code meaning
      *>  the default entity.
           PERFORM APPLY-CSUM-LOCALE-EDITING
           WRITE OUTREC FROM CLASS-SUMMARY-LINE
           END-WRITE
           MOVE "On-net"        TO CSUM-NAME-OUT
           MOVE ON-PRICE-TOT    TO CSUM-PRICE-OUT
           MOVE ON-BTAX-TOT     TO CSUM-BTAX-OUT
           MOVE ON-DTAX-TOT     TO CSUM-DTAX-OUT
           MOVE ON-OUTPUT-TOT   TO CSUM-OUTPUT-OUT
           PERFORM APPLY-CSUM-LOCALE-EDITING
           WRITE OUTREC FROM CLASS-SUMMARY-LINE
           END-WRITE
           MOVE "Messaging"     TO CSUM-NAME-OUT
           MOVE SM-PRICE-TOT    TO CSUM-PRICE-OUT
           MOVE SM-BTAX-TOT     TO CSUM-BTAX-OUT
           MOVE SM-DTAX-TOT     TO CSUM-DTAX-OUT
           MOVE SM-OUTPUT-TOT   TO CSUM-OUTPUT-OUT
           PERFORM APPLY-CSUM-LOCALE-EDITING
           WRITE OUTREC FROM CLASS-SUMMARY-LINE
           END-WRITE
           MOVE "Data"          TO CSUM-NAME-OUT
           MOVE DA-PRICE-TOT    TO CSUM-PRICE-OUT
           MOVE DA-BTAX-TOT     TO CSUM-BTAX-OUT
           MOVE DA-DTAX-TOT     TO CSUM-DTAX-OUT
           MOVE DA-OUTPUT-TOT   TO CSUM-OUTPUT-OUT
           PERFORM APPLY-CSUM-LOCALE-EDITING
           WRITE OUTREC FROM CLASS-SUMMARY-LINE
           END-WRITE
           .

      *>  International minutes and revenue by deck destination,
      *>  beside the class summary -- printed only when the run had
      *>  international traffic.
       WRITE-DEST-SUMMARY.
           IF DT-PREFIX (1) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTREC
           MOVE "  -- International by destination --" TO OUTREC
           WRITE OUTREC
           END-WRITE
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > 100
               IF DT-PREFIX (DT-IDX) NOT = SPACES
                   MOVE DT-PREFIX (DT-IDX) TO DSUM-PREFIX-OUT
                   MOVE DT-NAME (DT-IDX)   TO DSUM-NAME-OUT
                   MOVE DT-CALLS (DT-IDX)  TO DSUM-CALLS-OUT
                   MOVE DT-MOU (DT-IDX)    TO DSUM-MOU-OUT
                   MOVE DT-PRICE (DT-IDX)  TO DSUM-PRICE-OUT
                   IF WS-MON-DECPT NOT = "."
                   OR WS-MON-THOUSEP NOT = ","
                       INSPECT DSUM-PRICE-OUT
                           REPLACING ALL "." BY "~"
                                     ALL "," BY WS-MON-THOUSEP
                       INSPECT DSUM-PRICE-OUT
                           REPLACING ALL "~" BY WS-MON-DECPT
                   END-IF
                   WRITE OUTREC FROM DEST-SUMMARY-LINE
                   END-WRITE
               END-IF
           END-PERFORM
           .

      *>  What-if rate simulation report -- current (live RATE-TABLE)
           COMPUTE SIMSUM-DELTA-OUT = SIM-TF-PRICE-TOT - TF-PRICE-TOT
           WRITE OUTREC FROM SIM-COMPARE-LINE
           END-WRITE
           MOVE "On-net"        TO SIMSUM-NAME-OUT
           MOVE ON-PRICE-TOT    TO SIMSUM-CURR-OUT
           MOVE SIM-ON-PRICE-TOT TO SIMSUM-PROP-OUT
           COMPUTE SIMSUM-DELTA-OUT = SIM-ON-PRICE-TOT - ON-PRICE-TOT
           WRITE OUTREC FROM SIM-COMPARE-LINE
           END-WRITE
           MOVE "Messaging"     TO SIMSUM-NAME-OUT
           MOVE SM-PRICE-TOT    TO SIMSUM-CURR-OUT
           MOVE SIM-SM-PRICE-TOT TO SIMSUM-PROP-OUT
           COMPUTE SIMSUM-DELTA-OUT = SIM-SM-PRICE-TOT - SM-PRICE-TOT
           WRITE OUTREC FROM SIM-COMPARE-LINE
           END-WRITE
           MOVE "Data"          TO SIMSUM-NAME-OUT
           MOVE DA-PRICE-TOT    TO SIMSUM-CURR-OUT
           MOVE SIM-DA-PRICE-TOT TO SIMSUM-PROP-OUT
           COMPUTE SIMSUM-DELTA-OUT = SIM-DA-PRICE-TOT - DA-PRICE-TOT
           WRITE OUTREC FROM SIM-COMPARE-LINE
           END-WRITE
           .

      *>  Raw usage (minutes/units) by rate class, kept as its own
           MOVE TF-MOU-TOT      TO MSUM-MOU-OUT
           WRITE OUTREC FROM MOU-SUMMARY-LINE
           END-WRITE
           MOVE "On-net"        TO MSUM-NAME-OUT
           MOVE ON-MOU-TOT      TO MSUM-MOU-OUT
           WRITE OUTREC FROM MOU-SUMMARY-LINE
           END-WRITE
           MOVE "Total"         TO MSUM-NAME-OUT
           MOVE MOU-TOT         TO MSUM-MOU-OUT
           WRITE OUTREC FROM MOU-SUMMARY-LINE
           END-WRITE
           IF SM-MSG-TOT = ZERO AND DA-KB-TOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTREC
           MOVE "  -- Messaging and data volume (not in MOU) --"
             TO OUTREC
           WRITE OUTREC
           END-WRITE
           MOVE "Messages"      TO VSUM-NAME-OUT
           MOVE SM-MSG-TOT      TO VSUM-UNITS-OUT
           WRITE OUTREC FROM VOLUME-SUMMARY-LINE
           END-WRITE
           MOVE "Kilobytes"     TO VSUM-NAME-OUT
           MOVE DA-KB-TOT       TO VSUM-UNITS-OUT
           WRITE OUTREC FROM VOLUME-SUMMARY-LINE
           END-WRITE
           .

      *>  Per-operating-entity totals for the report tail --
                       WRITE OUTREC FROM CARRIER-SETTLE-LINE
                       END-WRITE
                   END-IF
                   IF CR-TERM-MINUTES (CR-IDX) NOT = ZERO
                       MOVE CR-CODE (CR-IDX)     TO CRTRM-CODE-OUT
                       MOVE CR-TERM-TOT (CR-IDX) TO CRTRM-TERM-OUT
                       MOVE CR-TERM-MINUTES (CR-IDX) TO CRTRM-MIN-OUT
                       WRITE OUTREC FROM CARRIER-TERM-LINE
                       END-WRITE
                   END-IF
                   IF CR-CURRENCY (CR-IDX) NOT = SPACES
                       MOVE CR-CODE (CR-IDX)        TO CRNAT-CODE-OUT
                       MOVE CR-CURRENCY (CR-IDX)    TO CRNAT-CUR-OUT
      *>  counts -- skipping by raw READs would stop short of (or past)
      *>  the true checkpoint position and would leave WS-TRUNK-COUNT/
      *>  WS-HEALTH-COUNT/HDR-PRESENT/TRL-PRESENT unrestored for the
      *>  records skipped over.  Terminating records are re-rated in
      *>  full rather than just counted: CARRIER-TOTALS only reaches
      *>  CARRMTD.DAT at end of job, so the interrupted run never
      *>  posted them and nothing in the checkpoint carries them.
       SKIP-TO-CHECKPOINT.
           PERFORM UNTIL WS-READ-COUNT >= WS-SKIP-COUNT
               MOVE SPACES TO CDR-IN
                       ADD 1 TO WS-TRUNK-COUNT
                   WHEN REC-TYPE-HEALTH
                       ADD 1 TO WS-HEALTH-COUNT
                   WHEN REC-TYPE-TERMINATING
                       PERFORM ACCUMULATE-TERMINATING-TRAFFIC
                   WHEN REC-TYPE-HEADER
                       PERFORM VALIDATE-FILE-HEADER
                   WHEN REC-TYPE-TRAILER
           END-IF
           .

      *>  The settings read before the run's batch id is settled
      *>  (SET-RUN-BATCH-ID) go to the configuration snapshot here,
      *>  so every row of this run lands under the one id.
       RECORD-EARLY-SETTINGS.
           MOVE "TELCO_LOCK_STALE_MINS" TO CFQ-SETTING
           MOVE WS-ENV-LOCK-STALE TO CFQ-ENV-VALUE
           MOVE WS-LOCK-STALE-MINS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_INFILE" TO CFQ-SETTING
           MOVE WS-ENV-INFILE TO CFQ-ENV-VALUE
           MOVE WS-INFILE-NAME TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_BATCHLIST" TO CFQ-SETTING
           MOVE WS-ENV-BATCHLIST TO CFQ-ENV-VALUE
           MOVE WS-BATCHLIST-NAME TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_HIGH_VALUE_THRESHOLD" TO CFQ-SETTING
           MOVE WS-ENV-HV-THRESHOLD TO CFQ-ENV-VALUE
           MOVE WS-HIGH-VALUE-THRESHOLD TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_HEALTH_SEV" TO CFQ-SETTING
           MOVE WS-ENV-HEALTH-SEV TO CFQ-ENV-VALUE
           MOVE WS-HEALTH-SEV-TRIP TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_FRAUD_MULTIPLIER" TO CFQ-SETTING
           MOVE WS-ENV-FRAUD-MULT TO CFQ-ENV-VALUE
           MOVE WS-FRAUD-MULTIPLIER TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_SIMULATE" TO CFQ-SETTING
           MOVE WS-ENV-SIMULATE TO CFQ-ENV-VALUE
           MOVE WS-ENV-SIMULATE TO CFQ-EFF-VALUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_INTRADAY" TO CFQ-SETTING
           MOVE WS-ENV-INTRADAY TO CFQ-ENV-VALUE
           MOVE WS-ENV-INTRADAY TO CFQ-EFF-VALUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_RESUBMIT" TO CFQ-SETTING
           MOVE WS-ENV-RESUBMIT TO CFQ-ENV-VALUE
           MOVE WS-ENV-RESUBMIT TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_HOLD_EXEMPT" TO CFQ-SETTING
           MOVE WS-ENV-HOLD-EXEMPT TO CFQ-ENV-VALUE
           MOVE WS-ENV-HOLD-EXEMPT TO CFQ-EFF-VALUE
           PERFORM RECORD-RUN-SETTING
           MOVE "TELCO_RUN_ID" TO CFQ-SETTING
           MOVE WS-RUN-ID TO CFQ-ENV-VALUE
           MOVE WS-JRN-BATCH-ID TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

       SET-INPUT-FILENAME.
           IF NOT INFILE-PINNED
               MOVE SPACES TO WS-ENV-INFILE
           ACCEPT WS-ENV-FEED-CHECK FROM ENVIRONMENT
               "TELCO_REQUIRE_FEED_READY"
           END-ACCEPT
           MOVE "TELCO_REQUIRE_FEED_READY" TO CFQ-SETTING
           MOVE WS-ENV-FEED-CHECK TO CFQ-ENV-VALUE
           MOVE WS-ENV-FEED-CHECK TO CFQ-EFF-VALUE
           PERFORM RECORD-RUN-SETTING
           IF FEED-CHECK-REQUIRED
               MOVE SPACES TO WS-FEED-SENTINEL-NAME
               STRING FUNCTION TRIM (WS-INFILE-NAME) DELIMITED BY SIZE
                        SRC-OUTPUT-TOT SRC-READ-COUNT
           MOVE ZERO TO SRC-SEEN-COUNT SRC-REJECT-COUNT SRC-DUP-COUNT
           MOVE ZERO TO SRC-HELD-COUNT
           MOVE ZERO TO WS-SDT-COUNT WS-SDT-OVERFLOW
           MOVE "N" TO WS-HDR-PRESENT WS-TRL-PRESENT
           MOVE ZERO TO WS-HDR-EXPECTED-COUNT
           MOVE SPACES TO WS-HDR-SOURCE-ID
           ADD TEMP-PRICE TEMP-BTAX TEMP-DTAX TO SRC-OUTPUT-TOT
           .

      *>  Counts this record against its call day under the
      *>  disposition in WS-SDT-KIND.  Only what a switch's traffic
      *>  counter would count -- a voice bill record from a header-
      *>  identified extract; credits, adjustments, messages and
      *>  data sessions are not calls the switch completed.  A CDR
      *>  with no call date falls on the extract's file date, else
      *>  the run date.
       ACCUMULATE-SOURCE-DAY.
           IF WS-HDR-SOURCE-ID = SPACES
           OR SIMULATION-MODE
           OR NOT TXN-BILL
           OR USAGE-MSG-OR-DATA
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN CDR-CALL-DATE NOT = ZERO
                   MOVE CDR-CALL-DATE    TO WS-SDT-DATE
               WHEN WS-HDR-FILE-DATE NOT = ZERO
                   MOVE WS-HDR-FILE-DATE TO WS-SDT-DATE
               WHEN OTHER
                   MOVE WS-RUN-DATE      TO WS-SDT-DATE
           END-EVALUATE
           PERFORM FIND-SOURCE-DAY-SLOT
           IF WS-SDT-SLOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET SDT-IDX TO WS-SDT-SLOT
           EVALUATE TRUE
               WHEN SDT-RATED
                   ADD 1             TO SDT-RATED-CALLS (SDT-IDX)
                   ADD WS-CALL-UNITS TO SDT-RATED-MIN (SDT-IDX)
                   ADD TEMP-PRICE    TO SDT-RATED-PRICE (SDT-IDX)
               WHEN SDT-HELD
                   ADD 1             TO SDT-HELD-CALLS (SDT-IDX)
                   ADD WS-CALL-UNITS TO SDT-HELD-MIN (SDT-IDX)
               WHEN SDT-DUPLICATE
                   ADD 1             TO SDT-DUP-CALLS (SDT-IDX)
                   ADD WS-CALL-UNITS TO SDT-DUP-MIN (SDT-IDX)
               WHEN OTHER
                   ADD 1             TO SDT-REJ-CALLS (SDT-IDX)
                   ADD WS-CALL-UNITS TO SDT-REJ-MIN (SDT-IDX)
           END-EVALUATE
           .

      *>  First-seen-claims-a-slot on WS-SDT-DATE; zero when the
      *>  table is full.
       FIND-SOURCE-DAY-SLOT.
           MOVE ZERO TO WS-SDT-SLOT
           PERFORM VARYING SDT-IDX FROM 1 BY 1
                   UNTIL SDT-IDX > WS-SDT-COUNT
               IF SDT-DATE (SDT-IDX) = WS-SDT-DATE
                   SET WS-SDT-SLOT TO SDT-IDX
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-SDT-COUNT NOT < 40
               ADD 1 TO WS-SDT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SDT-COUNT
           SET SDT-IDX TO WS-SDT-COUNT
           INITIALIZE SDT-ENTRY (SDT-IDX)
           MOVE WS-SDT-DATE TO SDT-DATE (SDT-IDX)
           MOVE WS-SDT-COUNT TO WS-SDT-SLOT
           .

      *>  Per-source-file subtotal break, written right after that
      *>  file's last record so a combined batch report still shows
      *>  what each input file contributed, not just the grand total.
           IF WS-HDR-SOURCE-ID NOT = SPACES
           AND NOT PARTITION-CHILD
               PERFORM WRITE-SOURCE-QUALITY
               PERFORM WRITE-SOURCE-DAY-COUNTS
           END-IF
           .

           END-IF
           .

      *>  The extract's per-call-day dispositions, one SRCDAY row
      *>  per day under this run's batch id and the file's place in
      *>  the batch -- a rerun under the same id rewrites its rows.
      *>  Create-on-first-use like SRCQUAL.
       WRITE-SOURCE-DAY-COUNTS.
           IF WS-SDT-OVERFLOW > ZERO
               DISPLAY "*** " WS-SDT-OVERFLOW " CALL(S) FROM "
                       WS-HDR-SOURCE-ID " ON MORE THAN 40 CALL DAYS "
                       "-- LEFT OFF SRCDAY.DAT ***" UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-SDT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SRCDAY
           IF SRCDAY-STATUS NOT = "00"
               OPEN OUTPUT SRCDAY
               CLOSE SRCDAY
               OPEN I-O SRCDAY
           END-IF
           IF SRCDAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SDT-IDX FROM 1 BY 1
                   UNTIL SDT-IDX > WS-SDT-COUNT
               MOVE WS-HDR-SOURCE-ID          TO SDY-SYS-ID
               MOVE SDT-DATE (SDT-IDX)        TO SDY-CALL-DATE
               MOVE WS-JRN-BATCH-ID           TO SDY-BATCH-ID
               MOVE WS-BATCH-FILE-COUNT       TO SDY-FILE-SEQ
               MOVE WS-RUN-DATE               TO SDY-RUN-DATE
               MOVE SDT-RATED-CALLS (SDT-IDX) TO SDY-RATED-CALLS
               MOVE SDT-RATED-MIN (SDT-IDX)   TO SDY-RATED-MIN
               MOVE SDT-RATED-PRICE (SDT-IDX) TO SDY-RATED-PRICE
               MOVE SDT-HELD-CALLS (SDT-IDX)  TO SDY-HELD-CALLS
               MOVE SDT-HELD-MIN (SDT-IDX)    TO SDY-HELD-MIN
               MOVE SDT-REJ-CALLS (SDT-IDX)   TO SDY-REJ-CALLS
               MOVE SDT-REJ-MIN (SDT-IDX)     TO SDY-REJ-MIN
               MOVE SDT-DUP-CALLS (SDT-IDX)   TO SDY-DUP-CALLS
               MOVE SDT-DUP-MIN (SDT-IDX)     TO SDY-DUP-MIN
               WRITE SRCDAY-REC
                   INVALID KEY
                       REWRITE SRCDAY-REC
               END-WRITE
           END-PERFORM
           CLOSE SRCDAY
           .

      *>  Builds a report file name that is unique per run, so two
      *>  executions on the same day never clobber each other's
      *>  report.  An operator-supplied run-id (TELCO_RUN_ID in the
                   MOVE CR-CTAX-TOT (CR-IDX)   TO CM-CTAX-TOT
                   MOVE CR-SETTLE-TOT (CR-IDX) TO CM-SETTLE-TOT
                   MOVE ZERO                   TO CM-INBOUND-TOT
                   MOVE CR-TERM-TOT (CR-IDX)   TO CM-TERM-TOT
                   MOVE CR-TERM-MINUTES (CR-IDX) TO CM-TERM-MINUTES
                   WRITE CARRMTD-REC
               NOT INVALID KEY
                   ADD CR-CTAX-TOT (CR-IDX)   TO CM-CTAX-TOT
                   ADD CR-SETTLE-TOT (CR-IDX) TO CM-SETTLE-TOT
                   ADD CR-TERM-TOT (CR-IDX)   TO CM-TERM-TOT
                   ADD CR-TERM-MINUTES (CR-IDX) TO CM-TERM-MINUTES
                   REWRITE CARRMTD-REC
           END-READ
           .
           END-IF
           .

      *>  One type "4" record: another carrier's call completed on
      *>  our network, priced at that originating carrier's
      *>  CARRIER-TERM-RATE and added to its CARRIER-TOTALS row for
      *>  the CARRMTD.DAT roll-up -- never to ACCTSUM, since the
      *>  record carries no retail account of ours.  In a
      *>  partitioned run every worker reads the whole file, so only
      *>  worker 1 takes these, the same way the parent takes one
      *>  copy of the header/trailer claims.  No agreement on file
      *>  means the record is counted unrated, not billed at zero.
       ACCUMULATE-TERMINATING-TRAFFIC.
           IF PARTITION-CHILD AND WS-PART-IDX NOT = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TERM-COUNT
           MOVE ZERO TO CARRIER-TERM-RATE
           IF CARRIER-STATUS = "00"
           AND TRM-ORIG-CARRIER NOT = SPACES
               MOVE TRM-ORIG-CARRIER TO CARRIER-CODE
               READ CARRIERTB KEY IS CARRIER-CODE
                   INVALID KEY
                       MOVE ZERO TO CARRIER-TERM-RATE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF CARRIER-TERM-RATE = ZERO
           OR TRM-MINUTES NOT NUMERIC
               ADD 1 TO WS-TERM-REJ-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TERM-CHARGE ROUNDED =
                   TRM-MINUTES * CARRIER-TERM-RATE
           END-COMPUTE
           MOVE TRM-ORIG-CARRIER TO WS-CARRIER-CODE
           PERFORM FIND-CARRIER-SLOT
           IF WS-CARRIER-SLOT > ZERO
               ADD WS-TERM-CHARGE TO CR-TERM-TOT (WS-CARRIER-SLOT)
               ADD TRM-MINUTES    TO CR-TERM-MINUTES (WS-CARRIER-SLOT)
           ELSE
               ADD 1 TO WS-TERM-REJ-COUNT
           END-IF
           .

      *>  One type "3" record into its switch's bucket --
      *>  first-seen-claims-a-slot, same shape as the trunk
      *>  accumulation -- keeping the worst severity seen, the last
               MOVE HLT-STATUS-CODE TO HL-LAST-STATUS (HL-IDX)
               MOVE HLT-TIME        TO HL-LAST-TIME (HL-IDX)
           END-IF
           IF NOT SIMULATION-MODE
           AND NOT PARTITION-CHILD
               PERFORM WRITE-HEALTH-HISTORY
           END-IF
           .

      *>  SWHEALTH.DAT only ever grows: OPEN EXTEND, created on
      *>  first use.
       OPEN-HEALTH-HISTORY.
           OPEN EXTEND SWHLOG
           IF SWHLOG-STATUS NOT = "00"
               OPEN OUTPUT SWHLOG
           END-IF
           .

       WRITE-HEALTH-HISTORY.
           MOVE HLT-SWITCH-ID    TO SWH-SWITCH-ID
           MOVE HLT-DATE         TO SWH-DATE
           MOVE HLT-TIME         TO SWH-TIME
           MOVE HLT-SEVERITY     TO SWH-SEVERITY
           MOVE HLT-STATUS-CODE  TO SWH-STATUS-CODE
           MOVE WS-HDR-SOURCE-ID TO SWH-SOURCE-SYS-ID
           MOVE WS-RUN-DATE      TO SWH-RUN-DATE
           WRITE SWH-REC
           END-WRITE
           .

      *>  The switch-health report alongside TRUNKUTIL.TXT, one
               MOVE FUNCTION NUMVAL (WS-ENV-TRUNK-BUSY)
                 TO WS-TRUNK-BUSY-PCT
           END-IF
           MOVE "TELCO_TRUNK_BUSY_PCT" TO CFQ-SETTING
           MOVE WS-ENV-TRUNK-BUSY TO CFQ-ENV-VALUE
           MOVE WS-TRUNK-BUSY-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN OUTPUT TRUNKRPT
           MOVE "  Group    |     Offered     Carried   Utilization"
             TO TRUNKRPT-REC
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-ICB-RATED-COUNT > ZERO
               DISPLAY "  ICB-rated CDRs...: " WS-ICB-RATED-COUNT
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-SMS-COUNT > ZERO
               DISPLAY "  SMS records......: " WS-SMS-COUNT
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-DATA-COUNT > ZERO
               DISPLAY "  Data sessions....: " WS-DATA-COUNT
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-ONNET-COUNT > ZERO
               DISPLAY "  On-net CDRs......: " WS-ONNET-COUNT
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-DECK-RATED-COUNT > ZERO
               DISPLAY "  Deck-rated CDRs..: " WS-DECK-RATED-COUNT
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-TERM-COUNT > ZERO
               DISPLAY "  Terminating recs.: " WS-TERM-COUNT
                       " (" WS-TERM-REJ-COUNT " unrated, no "
                       "terminating rate)"
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-HELD-COUNT > ZERO
               DISPLAY "  Held in suspense.: " WS-HELD-COUNT
                       " (charges unposted -- see telheld)"
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-HELD-RATE-COUNT > ZERO
               DISPLAY "  Increases held...: " WS-HELD-RATE-COUNT
                       " (awaiting rate-increase notice)"
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-LATE-CDR-COUNT > ZERO
               DISPLAY "  Late-arriving....: " WS-LATE-CDR-COUNT
                       " (billed at their own call-date rate)"
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-HRD-HIT-COUNT > ZERO
               DISPLAY "  High-risk calls..: " WS-HRD-HIT-COUNT
                       " (see HRDCASE.TXT)"
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-BARORD-COUNT > ZERO
               DISPLAY "  Barring orders...: " WS-BARORD-COUNT
                       " (see BARORD.DAT)"
                   UPON CONSOLE
               END-DISPLAY
           END-IF
           IF WS-USRALERT-COUNT > ZERO
               DISPLAY "  Usage alerts fired: " WS-USRALERT-COUNT
                       " (see USRNOTIF.DAT)"
                       FUNCTION NUMVAL (WS-ENV-RA-SAMPLE)
               END-COMPUTE
           END-IF
           MOVE "TELCO_RA_SAMPLE_N" TO CFQ-SETTING
           MOVE WS-ENV-RA-SAMPLE TO CFQ-ENV-VALUE
           MOVE WS-RA-SAMPLE-N TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-RA-TOL
           ACCEPT WS-ENV-RA-TOL FROM ENVIRONMENT "TELCO_RA_TOLERANCE"
           END-ACCEPT
                       FUNCTION NUMVAL (WS-ENV-RA-TOL)
               END-COMPUTE
           END-IF
           MOVE "TELCO_RA_TOLERANCE" TO CFQ-SETTING
           MOVE WS-ENV-RA-TOL TO CFQ-ENV-VALUE
           MOVE WS-RA-TOLERANCE TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  The independent re-rate of one sampled record: nothing
       RUN-RA-SAMPLE.
           IF FUNCTION MOD (WS-READ-COUNT, WS-RA-SAMPLE-N) = 0
               ADD 1 TO WS-RA-SAMPLE-COUNT
               IF RATE-OUT = "DA"
                   COMPUTE WS-RA-REF-AMT =
                           WS-RATED-UNITS * WS-ACTIVE-RATE / 1024
                   END-COMPUTE
               ELSE
                   COMPUTE WS-RA-REF-AMT =
                           WS-RATED-UNITS * WS-ACTIVE-RATE
                   END-COMPUTE
               END-IF
               COMPUTE WS-RA-DIFF = WS-RA-REF-AMT - WS-RA-BASE-PRICE
               END-COMPUTE
               IF WS-RA-DIFF > WS-RA-TOLERANCE
           MOVE SPACE TO WS-ENV-GTM-POST
           ACCEPT WS-ENV-GTM-POST FROM ENVIRONMENT "TELCO_GTM_POST"
           END-ACCEPT
           MOVE "TELCO_GTM_POST" TO CFQ-SETTING
           MOVE WS-ENV-GTM-POST TO CFQ-ENV-VALUE
           MOVE WS-ENV-GTM-POST TO CFQ-EFF-VALUE
           PERFORM RECORD-RUN-SETTING
           IF GTM-POST-REQUESTED
               MOVE "Y" TO WS-GTM-ACTIVE
               CALL "gtm_init" RETURNING WS-GTM-STATUS
           MOVE SPACES TO WS-ENV-WEBHOOK
           ACCEPT WS-ENV-WEBHOOK FROM ENVIRONMENT "TELCO_ALERT_WEBHOOK"
           END-ACCEPT
      *>  The webhook address can carry the receiver's token, so the
      *>  snapshot only says whether one was set.
           MOVE "TELCO_ALERT_WEBHOOK" TO CFQ-SETTING
           IF WS-ENV-WEBHOOK NOT = SPACES
               MOVE "(SET)" TO CFQ-ENV-VALUE
               MOVE "(SET)" TO CFQ-EFF-VALUE
           END-IF
           PERFORM RECORD-RUN-SETTING
           IF WS-ENV-WEBHOOK NOT = SPACES
               MOVE SPACES TO WS-ENV-ALERT-REJ
               ACCEPT WS-ENV-ALERT-REJ FROM ENVIRONMENT
                   MOVE FUNCTION NUMVAL (WS-ENV-ALERT-REJ)
                     TO WS-ALERT-REJECT-LIMIT
               END-IF
               MOVE "TELCO_ALERT_REJECT_LIMIT" TO CFQ-SETTING
               MOVE WS-ENV-ALERT-REJ TO CFQ-ENV-VALUE
               MOVE WS-ALERT-REJECT-LIMIT TO CFQ-EFF-NUM
               SET CFQ-NUMERIC TO TRUE
               PERFORM RECORD-RUN-SETTING
               MOVE SPACES TO WS-ENV-ALERT-FRAUD
               ACCEPT WS-ENV-ALERT-FRAUD FROM ENVIRONMENT
                   "TELCO_ALERT_FRAUD_LIMIT"
                   MOVE FUNCTION NUMVAL (WS-ENV-ALERT-FRAUD)
                     TO WS-ALERT-FRAUD-LIMIT
               END-IF
               MOVE "TELCO_ALERT_FRAUD_LIMIT" TO CFQ-SETTING
               MOVE WS-ENV-ALERT-FRAUD TO CFQ-ENV-VALUE
               MOVE WS-ALERT-FRAUD-LIMIT TO CFQ-EFF-NUM
               SET CFQ-NUMERIC TO TRUE
               PERFORM RECORD-RUN-SETTING
               IF WS-REJECT-COUNT > WS-ALERT-REJECT-LIMIT
                   MOVE SPACES TO WS-ALERT-TEXT
                   STRING "TELCO5 ALERT run "     DELIMITED BY SIZE
               MOVE WS-LOOKUP-INCR-UNITS TO TF-INCR-UNITS
               MOVE WS-LOOKUP-INCR-DIR   TO TF-INCR-DIR
           END-IF
           MOVE "SMS "          TO WS-LOOKUP-CODE
           PERFORM FIND-CURRENT-RATE
           IF RATE-FOUND
               MOVE WS-LOOKUP-VALUE      TO SMS-RATE
               MOVE WS-LOOKUP-ROUND-MODE TO SMS-ROUND-MODE
           END-IF
           MOVE "DATA"          TO WS-LOOKUP-CODE
           PERFORM FIND-CURRENT-RATE
           IF RATE-FOUND
               MOVE WS-LOOKUP-VALUE      TO DATA-RATE
               MOVE WS-LOOKUP-ROUND-MODE TO DATA-ROUND-MODE
           END-IF
           MOVE "OFPK"          TO WS-LOOKUP-CODE
           PERFORM FIND-CURRENT-RATE
           IF RATE-FOUND
                           END-IF
                   END-READ
           END-START
           IF RATE-FOUND
               PERFORM VET-RATE-NOTICE
           END-IF
           .

      *>  The control row dates the notice control into service;
      *>  no file, or no control row, leaves it off for the run.
       OPEN-RATE-NOTICE-CONTROL.
           MOVE "N" TO WS-RNC-IN-FORCE
           OPEN INPUT RATENOTC
           IF RNC-STATUS NOT = "00"
               DISPLAY "RATENOTC open failed, status "
                       RNC-STATUS
                       " -- rate increases rate as loaded"
                       UPON CONSOLE
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE "*CTL" TO RNC-RATE-CODE
           MOVE ZERO   TO RNC-EFF-DATE
           READ RATENOTC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TEST-DATE-YYYYMMDD (RNC-NOTICE-DATE)
                      = ZERO
                       MOVE RNC-NOTICE-DATE TO WS-RNC-INCEPTION
                       SET RATE-NOTICE-IN-FORCE TO TRUE
                   END-IF
           END-READ
           .

      *>  The row just found (still in the record area) is checked
      *>  against the one before it for the same code: a higher rate
      *>  is an increase, and an increase without timely notice or
      *>  an override gives way to the row it replaces -- which is
      *>  itself checked the same way, so two unnoticed increases in
      *>  a row both hold.  Taxes are not customer rates and are
      *>  never held.
       VET-RATE-NOTICE.
           IF NOT RATE-NOTICE-IN-FORCE
           OR WS-LOOKUP-CODE = "BTAX" OR WS-LOOKUP-CODE = "DTAX"
               EXIT PARAGRAPH
           END-IF
           MOVE RATE-EFF-DATE   TO WS-VET-EFF-DATE
           MOVE WS-LOOKUP-VALUE TO WS-VET-RATE
           PERFORM UNTIL 0 = 1
               IF WS-VET-EFF-DATE < WS-RNC-INCEPTION
                   EXIT PERFORM
               END-IF
               MOVE "N" TO WS-PRIOR-FOUND
               MOVE WS-LOOKUP-CODE  TO RATE-CODE
               MOVE WS-VET-EFF-DATE TO RATE-EFF-DATE
               START RATE-TABLE KEY IS LESS THAN RATE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ RATE-TABLE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RATE-CODE = WS-LOOKUP-CODE
                                   SET PRIOR-RATE-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               IF NOT PRIOR-RATE-FOUND
               OR RATE-VALUE NOT < WS-VET-RATE
                   EXIT PERFORM
               END-IF
               PERFORM CHECK-INCREASE-NOTICED
               IF INCREASE-NOTICED
                   EXIT PERFORM
               END-IF
               PERFORM NOTE-HELD-INCREASE
               MOVE RATE-VALUE       TO WS-LOOKUP-VALUE WS-VET-RATE
               MOVE RATE-ROUND-MODE  TO WS-LOOKUP-ROUND-MODE
               MOVE RATE-INIT-PERIOD TO WS-LOOKUP-INIT-UNITS
               MOVE RATE-INCR-PERIOD TO WS-LOOKUP-INCR-UNITS
               IF RATE-INCR-ROUND-DOWN
                   MOVE "D" TO WS-LOOKUP-INCR-DIR
               ELSE
                   MOVE "U" TO WS-LOOKUP-INCR-DIR
               END-IF
               MOVE RATE-EFF-DATE    TO WS-VET-EFF-DATE
           END-PERFORM
           .

       CHECK-INCREASE-NOTICED.
           MOVE "N" TO WS-INC-NOTICED
           MOVE WS-LOOKUP-CODE  TO RNC-RATE-CODE
           MOVE WS-VET-EFF-DATE TO RNC-EFF-DATE
           READ RATENOTC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-OVERRIDE-BY NOT = SPACES
                       SET INCREASE-NOTICED TO TRUE
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD
                              (RNC-NOTICE-DATE) = ZERO
                       AND FUNCTION TEST-DATE-YYYYMMDD
                              (WS-VET-EFF-DATE) = ZERO
                       AND RNC-NOTICED-RATE NOT < WS-VET-RATE
                           COMPUTE WS-VET-DAYS =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-VET-EFF-DATE)
                             - FUNCTION INTEGER-OF-DATE
                                   (RNC-NOTICE-DATE)
                           END-COMPUTE
                           IF WS-VET-DAYS NOT < WS-RNC-NOTICE-DAYS
                               SET INCREASE-NOTICED TO TRUE
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .

      *>  Console once per held increase per run, however many
      *>  lookups land on it.
       NOTE-HELD-INCREASE.
           MOVE "N" TO WS-HELD-SEEN
           PERFORM VARYING HRK-IDX FROM 1 BY 1
                   UNTIL HRK-IDX > WS-HELD-RATE-COUNT
               IF HRK-CODE (HRK-IDX) = WS-LOOKUP-CODE
               AND HRK-EFF-DATE (HRK-IDX) = WS-VET-EFF-DATE
                   MOVE "Y" TO WS-HELD-SEEN
               END-IF
           END-PERFORM
           IF WS-HELD-SEEN = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** RATE " WS-LOOKUP-CODE " EFF " WS-VET-EFF-DATE
                   " NOT NOTICED 30 DAYS AHEAD -- PRIOR RATE USED ***"
                   UPON CONSOLE
           END-DISPLAY
           IF WS-HELD-RATE-COUNT < 20
               ADD 1 TO WS-HELD-RATE-COUNT
               SET HRK-IDX TO WS-HELD-RATE-COUNT
               MOVE WS-LOOKUP-CODE  TO HRK-CODE (HRK-IDX)
               MOVE WS-VET-EFF-DATE TO HRK-EFF-DATE (HRK-IDX)
           END-IF
           .


           PERFORM BACKUP-ACCT-SUMMARY
           PERFORM BACKUP-DUP-CHECK
           PERFORM BACKUP-ROLLING-TOTALS
           PERFORM BACKUP-LINE-SUMMARY
           CLOSE MANIFEST
           IF WS-BAK-FAILED = "Y"
               DISPLAY "*** MASTER BACKUP INCOMPLETE -- SEE "
           END-IF
           .

      *>  LINESUM goes with ACCTSUM, so a restore puts the lines
      *>  back to the same run as the accounts they add up to.
       BACKUP-LINE-SUMMARY.
           MOVE ZERO TO WS-BAK-REC-COUNT WS-BAK-HASH-TOT
           OPEN INPUT LINESUM
           IF LINESUM-STATUS = "00"
               MOVE LOW-VALUES TO LINESUM-KEY
               START LINESUM KEY IS GREATER THAN OR EQUAL LINESUM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ LINESUM NEXT
                               AT END
                                   EXIT PERFORM
                               NOT AT END
                                   ADD 1 TO WS-BAK-REC-COUNT
                                   ADD LNS-CHARGE-TOT
                                     TO WS-BAK-HASH-TOT
                           END-READ
                       END-PERFORM
               END-START
               CLOSE LINESUM
               CALL "CBL_COPY_FILE" USING
                   "LINESUM.DAT" "LINESUM.BAK"
                   RETURNING WS-BAK-COPY-RC
               END-CALL
               IF WS-BAK-COPY-RC NOT = ZERO
                   MOVE "Y" TO WS-BAK-FAILED
               END-IF
               MOVE "LINESUM.DAT  " TO MAN-FILE-NAME
               PERFORM WRITE-MANIFEST-LINE
           END-IF
           .

       WRITE-MANIFEST-LINE.
           MOVE WS-BAK-REC-COUNT TO MAN-REC-COUNT
           MOVE WS-BAK-HASH-TOT  TO MAN-HASH-TOT
                       FUNCTION NUMVAL (WS-ENV-PARTS)
               END-COMPUTE
           END-IF
           MOVE "TELCO_PARTITION_COUNT" TO CFQ-SETTING
           MOVE WS-ENV-PARTS TO CFQ-ENV-VALUE
           MOVE WS-PART-COUNT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           ACCEPT WS-RESTART-FLAG FROM ENVIRONMENT "TELCO_RESTART"
           END-ACCEPT
           MOVE "TELCO_RESTART" TO CFQ-SETTING
           MOVE WS-RESTART-FLAG TO CFQ-ENV-VALUE
           MOVE WS-RESTART-FLAG TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           IF WS-PART-COUNT >= 2 AND WS-PART-COUNT <= 8
           AND NOT SIMULATION-MODE
           AND NOT INTRADAY-RUN
           STRING "DUPCHECK.P0" WS-PART-DIGIT
               DELIMITED BY SIZE INTO WS-DUPCHECK-NAME
           END-STRING
           MOVE SPACES TO WS-LINESUM-NAME
           STRING "LINESUM.P0" WS-PART-DIGIT
               DELIMITED BY SIZE INTO WS-LINESUM-NAME
           END-STRING
           MOVE SPACES TO WS-PARTIAL-NAME
           STRING "TELCO.P0" WS-PART-DIGIT
               DELIMITED BY SIZE INTO WS-PARTIAL-NAME
           CALL "CBL_DELETE_FILE" USING WS-DUPCHECK-NAME
               RETURNING WS-PART-DEL-RC
           END-CALL
           CALL "CBL_DELETE_FILE" USING WS-LINESUM-NAME
               RETURNING WS-PART-DEL-RC
           END-CALL
           MOVE "N" TO WS-CSV-FLAG
           .

           CLOSE OUTFILE
                 ACCT-MASTER
                 RATE-TABLE
                 RATENOTC
                 PLANTAB
                 EXEMPTTB
                 TFSUBS
                 DISCTB
                 CLOSETB
                 DIALPLAN
                 HRDEST
                 ACCTSUM
                 DUPCHECK
                 DUPREF
                 LINESUM
           MOVE ZERO TO RETURN-CODE
           GOBACK
           .
      *>  The file envelope as this worker saw it -- every worker
      *>  reads the same physical file, so the parent can take the
      *>  header/trailer claims from any partial and validate them
      *>  against the merged counts, and knows which source and file
      *>  date the merged figures belong to.
           MOVE SPACES TO PART-REC
           MOVE "T7" TO PART-TYPE
           MOVE WS-HDR-PRESENT (1:1) TO PART-KEY (1:1)
           MOVE WS-TRL-PRESENT (1:1) TO PART-KEY (2:1)
           MOVE WS-HDR-SOURCE-ID      TO PART-KEY (3:4)
           MOVE WS-HDR-EXPECTED-COUNT TO PART-N1
           MOVE WS-TRL-ACTUAL-COUNT   TO PART-N2
           MOVE WS-HDR-FILE-DATE      TO PART-N3
           MOVE ZERO TO PART-N4 PART-N5 PART-N6
           WRITE PART-REC
           END-WRITE
           PERFORM WRITE-PARTIAL-CLASS-ROWS
           PERFORM WRITE-PARTIAL-DEST-ROWS
           PERFORM WRITE-PARTIAL-HOUR-ROWS
           PERFORM WRITE-PARTIAL-JURIS-ROWS
           PERFORM WRITE-PARTIAL-CARRIER-ROWS
           PERFORM WRITE-PARTIAL-SOURCE-DAY-ROWS
      *>  Terminating-record counts -- only worker 1 rates them, so
      *>  the other workers' rows add zero.
           MOVE SPACES TO PART-REC
           MOVE "T8" TO PART-TYPE
           MOVE ZERO TO PART-N1 PART-N2 PART-N3 PART-N4 PART-N6
           MOVE WS-TERM-COUNT     TO PART-N5
           MOVE WS-TERM-REJ-COUNT TO PART-N4
           WRITE PART-REC
           END-WRITE
           CLOSE PARTOUT
           .

           MOVE TF-MOU-TOT    TO PART-N5
           WRITE PART-REC
           END-WRITE
           MOVE "ON      " TO PART-KEY
           MOVE ON-PRICE-TOT  TO PART-N1
           MOVE ON-BTAX-TOT   TO PART-N2
           MOVE ON-DTAX-TOT   TO PART-N3
           MOVE ON-OUTPUT-TOT TO PART-N4
           MOVE ON-MOU-TOT    TO PART-N5
           WRITE PART-REC
           END-WRITE
           MOVE "SM      " TO PART-KEY
           MOVE SM-PRICE-TOT  TO PART-N1
           MOVE SM-BTAX-TOT   TO PART-N2
           MOVE SM-DTAX-TOT   TO PART-N3
           MOVE SM-OUTPUT-TOT TO PART-N4
           MOVE SM-MSG-TOT    TO PART-N5
           WRITE PART-REC
           END-WRITE
           MOVE "DA      " TO PART-KEY
           MOVE DA-PRICE-TOT  TO PART-N1
           MOVE DA-BTAX-TOT   TO PART-N2
           MOVE DA-DTAX-TOT   TO PART-N3
           MOVE DA-OUTPUT-TOT TO PART-N4
           MOVE DA-KB-TOT     TO PART-N5
           WRITE PART-REC
           END-WRITE
           .

       WRITE-PARTIAL-DEST-ROWS.
           PERFORM VARYING DT-IDX FROM 1 BY 1 UNTIL DT-IDX > 100
               IF DT-PREFIX (DT-IDX) NOT = SPACES
                   MOVE SPACES TO PART-REC
                   MOVE "DS" TO PART-TYPE
                   MOVE DT-PREFIX (DT-IDX) TO PART-KEY
                   MOVE DT-PRICE (DT-IDX)  TO PART-N1
                   MOVE ZERO TO PART-N2 PART-N3 PART-N6
                   MOVE DT-CALLS (DT-IDX)  TO PART-N4
                   MOVE DT-MOU (DT-IDX)    TO PART-N5
                   WRITE PART-REC
                   END-WRITE
               END-IF
           END-PERFORM
           .

       WRITE-PARTIAL-HOUR-ROWS.
                   MOVE CR-SETTLE-NATIVE (CR-IDX) TO PART-N6
                   WRITE PART-REC
                   END-WRITE
                   IF CR-TERM-MINUTES (CR-IDX) NOT = ZERO
                       MOVE SPACES TO PART-REC
                       MOVE "CT" TO PART-TYPE
                       MOVE CR-CODE (CR-IDX)     TO PART-KEY (1:3)
                       MOVE CR-TERM-TOT (CR-IDX) TO PART-N1
                       MOVE ZERO TO PART-N2 PART-N3 PART-N4 PART-N6
                       MOVE CR-TERM-MINUTES (CR-IDX) TO PART-N5
                       WRITE PART-REC
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM
           .

      *>  Two rows per call day -- counts on "SD", the held,
      *>  rejected and duplicate minutes on "SX" -- and the days
      *>  that would not fit, on the last.
       WRITE-PARTIAL-SOURCE-DAY-ROWS.
           PERFORM VARYING SDT-IDX FROM 1 BY 1
                   UNTIL SDT-IDX > WS-SDT-COUNT
               MOVE SPACES TO PART-REC
               MOVE "SD" TO PART-TYPE
               MOVE SDT-DATE (SDT-IDX)        TO PART-KEY
               MOVE SDT-RATED-PRICE (SDT-IDX) TO PART-N1
               MOVE SDT-RATED-MIN (SDT-IDX)   TO PART-N2
               MOVE SDT-HELD-CALLS (SDT-IDX)  TO PART-N3
               MOVE SDT-REJ-CALLS (SDT-IDX)   TO PART-N4
               MOVE SDT-RATED-CALLS (SDT-IDX) TO PART-N5
               MOVE SDT-DUP-CALLS (SDT-IDX)   TO PART-N6
               WRITE PART-REC
               END-WRITE
               MOVE SPACES TO PART-REC
               MOVE "SX" TO PART-TYPE
               MOVE SDT-DATE (SDT-IDX)        TO PART-KEY
               MOVE SDT-HELD-MIN (SDT-IDX)    TO PART-N1
               MOVE SDT-REJ-MIN (SDT-IDX)     TO PART-N2
               MOVE SDT-DUP-MIN (SDT-IDX)     TO PART-N3
               MOVE ZERO TO PART-N4 PART-N5 PART-N6
               WRITE PART-REC
               END-WRITE
           END-PERFORM
           IF WS-SDT-OVERFLOW > ZERO
               MOVE SPACES TO PART-REC
               MOVE "SO" TO PART-TYPE
               MOVE WS-SDT-OVERFLOW TO PART-N5
               MOVE ZERO TO PART-N1 PART-N2 PART-N3 PART-N4 PART-N6
               WRITE PART-REC
               END-WRITE
           END-IF
           .

      *>  Parent side: reap every worker, then fold each worker's
      *>  partial accumulators and partition masters back into this
      *>  process as if one stream had rated everything.  The
               STRING "DUPCHECK.P0" WS-PART-DIGIT
                   DELIMITED BY SIZE INTO WS-PARTDUP-NAME
               END-STRING
               MOVE SPACES TO WS-PARTLNS-NAME
               STRING "LINESUM.P0" WS-PART-DIGIT
                   DELIMITED BY SIZE INTO WS-PARTLNS-NAME
               END-STRING
               PERFORM MERGE-ONE-PARTIAL-FILE
               PERFORM MERGE-ONE-PARTITION-SUMMARY
               PERFORM MERGE-ONE-PARTITION-DUPCHECK
               PERFORM MERGE-ONE-PARTITION-LINES
           END-PERFORM
           MOVE WS-READ-COUNT TO SRC-SEEN-COUNT
      *>  The envelope the workers captured, validated here against
               WHEN "T7"
                   MOVE PART-KEY (1:1) TO WS-HDR-PRESENT
                   MOVE PART-KEY (2:1) TO WS-TRL-PRESENT
                   MOVE PART-KEY (3:4) TO WS-HDR-SOURCE-ID
                   MOVE PART-N1 TO WS-HDR-EXPECTED-COUNT
                   MOVE PART-N2 TO WS-TRL-ACTUAL-COUNT
                   MOVE PART-N3 TO WS-HDR-FILE-DATE
               WHEN "T8"
                   ADD PART-N5 TO WS-TERM-COUNT
                   ADD PART-N4 TO WS-TERM-REJ-COUNT
               WHEN "CL"
                   PERFORM MERGE-CLASS-ROW
               WHEN "DS"
                   PERFORM MERGE-DEST-ROW
               WHEN "HR"
                   MOVE PART-KEY (1:2) TO WS-HOUR-DISP
                   MOVE WS-HOUR-DISP   TO WS-MERGE-HOUR
                       MOVE PART-KEY (4:3)
                         TO CR-CURRENCY (WS-CARRIER-SLOT)
                   END-IF
               WHEN "SD"
                   MOVE PART-KEY (1:8) TO WS-SDT-DATE
                   PERFORM FIND-SOURCE-DAY-SLOT
                   IF WS-SDT-SLOT > ZERO
                       ADD PART-N1 TO SDT-RATED-PRICE (WS-SDT-SLOT)
                       ADD PART-N2 TO SDT-RATED-MIN (WS-SDT-SLOT)
                       ADD PART-N3 TO SDT-HELD-CALLS (WS-SDT-SLOT)
                       ADD PART-N4 TO SDT-REJ-CALLS (WS-SDT-SLOT)
                       ADD PART-N5 TO SDT-RATED-CALLS (WS-SDT-SLOT)
                       ADD PART-N6 TO SDT-DUP-CALLS (WS-SDT-SLOT)
                   END-IF
               WHEN "SX"
                   MOVE PART-KEY (1:8) TO WS-SDT-DATE
                   PERFORM FIND-SOURCE-DAY-SLOT
                   IF WS-SDT-SLOT > ZERO
                       ADD PART-N1 TO SDT-HELD-MIN (WS-SDT-SLOT)
                       ADD PART-N2 TO SDT-REJ-MIN (WS-SDT-SLOT)
                       ADD PART-N3 TO SDT-DUP-MIN (WS-SDT-SLOT)
                   END-IF
               WHEN "SO"
                   ADD PART-N5 TO WS-SDT-OVERFLOW
               WHEN "CT"
                   MOVE PART-KEY (1:3) TO WS-CARRIER-CODE
                   PERFORM FIND-CARRIER-SLOT
                   IF WS-CARRIER-SLOT > ZERO
                       ADD PART-N1
                         TO CR-TERM-TOT (WS-CARRIER-SLOT)
                       ADD PART-N5
                         TO CR-TERM-MINUTES (WS-CARRIER-SLOT)
                   END-IF
           END-EVALUATE
           .

      *>  A worker's destination bucket; the name is not carried on
      *>  the partial row, so the parent re-reads it off the deck as
      *>  of the run date.
       MERGE-DEST-ROW.
           MOVE PART-KEY TO WS-DEST-KEY
           PERFORM FIND-DEST-SLOT
           IF DT-NAME (WS-DEST-SLOT) = SPACES
           AND IDECK-STATUS = "00"
               MOVE WS-DEST-KEY TO IDK-PREFIX
               MOVE WS-RUN-DATE TO IDK-EFF-DATE
               START INTLDECK KEY IS LESS THAN OR EQUAL IDK-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ INTLDECK NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF IDK-PREFIX = WS-DEST-KEY
                                   MOVE IDK-DEST-NAME
                                     TO DT-NAME (WS-DEST-SLOT)
                               END-IF
                       END-READ
               END-START
           END-IF
           ADD PART-N4 TO DT-CALLS (WS-DEST-SLOT)
           ADD PART-N5 TO DT-MOU (WS-DEST-SLOT)
           ADD PART-N1 TO DT-PRICE (WS-DEST-SLOT)
           .

       MERGE-CLASS-ROW.
           EVALUATE PART-KEY (1:2)
               WHEN "PR"
                   ADD PART-N3 TO TF-DTAX-TOT
                   ADD PART-N4 TO TF-OUTPUT-TOT
                   ADD PART-N5 TO TF-MOU-TOT
               WHEN "ON"
                   ADD PART-N1 TO ON-PRICE-TOT
                   ADD PART-N2 TO ON-BTAX-TOT
                   ADD PART-N3 TO ON-DTAX-TOT
                   ADD PART-N4 TO ON-OUTPUT-TOT
                   ADD PART-N5 TO ON-MOU-TOT
               WHEN "SM"
                   ADD PART-N1 TO SM-PRICE-TOT
                   ADD PART-N2 TO SM-BTAX-TOT
                   ADD PART-N3 TO SM-DTAX-TOT
                   ADD PART-N4 TO SM-OUTPUT-TOT
                   ADD PART-N5 TO SM-MSG-TOT
               WHEN "DA"
                   ADD PART-N1 TO DA-PRICE-TOT
                   ADD PART-N2 TO DA-BTAX-TOT
                   ADD PART-N3 TO DA-DTAX-TOT
                   ADD PART-N4 TO DA-OUTPUT-TOT
                   ADD PART-N5 TO DA-KB-TOT
               WHEN OTHER
                   ADD PART-N1 TO LO-PRICE-TOT
                   ADD PART-N2 TO LO-BTAX-TOT
                   MOVE ZERO          TO SUM-PRIOR-CALL-COUNT
                   MOVE PS-ALLOW-USED TO SUM-ALLOW-USED
                   MOVE PS-MOU-TOT    TO SUM-MOU-TOT
                   MOVE PS-SMS-RECS   TO SUM-SMS-RECS
                   MOVE PS-MSG-TOT    TO SUM-MSG-TOT
                   MOVE PS-MSG-PRICE  TO SUM-MSG-PRICE
                   MOVE PS-MSG-ALLOW  TO SUM-MSG-ALLOW-USED
                   MOVE PS-DATA-SESSIONS TO SUM-DATA-SESSIONS
                   MOVE PS-DATA-KB-TOT   TO SUM-DATA-KB-TOT
                   MOVE PS-DATA-PRICE    TO SUM-DATA-PRICE
                   MOVE PS-DATA-ALLOW-KB TO SUM-DATA-ALLOW-KB
                   WRITE ACCTSUM-REC
               NOT INVALID KEY
                   ADD PS-PRICE-TOT  TO SUM-PRICE-TOT
                   ADD PS-CALL-COUNT TO SUM-CALL-COUNT
                   ADD PS-ALLOW-USED TO SUM-ALLOW-USED
                   ADD PS-MOU-TOT    TO SUM-MOU-TOT
                   ADD PS-SMS-RECS   TO SUM-SMS-RECS
                   ADD PS-MSG-TOT    TO SUM-MSG-TOT
                   ADD PS-MSG-PRICE  TO SUM-MSG-PRICE
                   ADD PS-MSG-ALLOW  TO SUM-MSG-ALLOW-USED
                   ADD PS-DATA-SESSIONS TO SUM-DATA-SESSIONS
                   ADD PS-DATA-KB-TOT   TO SUM-DATA-KB-TOT
                   ADD PS-DATA-PRICE    TO SUM-DATA-PRICE
                   ADD PS-DATA-ALLOW-KB TO SUM-DATA-ALLOW-KB
                   REWRITE ACCTSUM-REC
           END-READ
           .

      *>  Folds one worker's per-line twin into the real LINESUM
      *>  the same way, so the lines still add to the accounts
      *>  the merge has just posted.
       MERGE-ONE-PARTITION-LINES.
           IF LINESUM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PARTLNS
           IF PARTLNS-STATUS = "00"
               MOVE LOW-VALUES TO PL-KEY
               START PARTLNS KEY IS GREATER THAN PL-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ PARTLNS NEXT
                               AT END
                                   EXIT PERFORM
                               NOT AT END
                                   PERFORM MERGE-ONE-LINE-ROW
                           END-READ
                       END-PERFORM
               END-START
               CLOSE PARTLNS
           END-IF
           .

       MERGE-ONE-LINE-ROW.
           MOVE PL-KEY TO LINESUM-KEY
           READ LINESUM
               INVALID KEY
                   MOVE PL-KEY        TO LINESUM-KEY
                   MOVE PL-CALL-COUNT TO LNS-CALL-COUNT
                   MOVE PL-MOU-TOT    TO LNS-MOU-TOT
                   MOVE PL-CHARGE-TOT TO LNS-CHARGE-TOT
                   WRITE LINESUM-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD PL-CALL-COUNT TO LNS-CALL-COUNT
                   ADD PL-MOU-TOT    TO LNS-MOU-TOT
                   ADD PL-CHARGE-TOT TO LNS-CHARGE-TOT
                   REWRITE LINESUM-REC
                   END-REWRITE
           END-READ
           .

       MERGE-ONE-PARTITION-DUPCHECK.
           OPEN INPUT PARTDUP
           IF PARTDUP-STATUS = "00"
           SET CALLED-VIA-LINK TO TRUE
           GO TO MAINLINE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELCO5" TO CFQ-PROGRAM
           MOVE WS-JRN-BATCH-ID TO CFQ-RUN-ID
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
