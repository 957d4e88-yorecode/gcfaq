      *>
      *> telfcst.cob -- collections cash forecast, thirteen weeks
      *> out, per operating entity.  Treasury has been guessing next
      *> quarter's receipts from last year's; the register already
      *> knows what is owed and when, and the payment log knows how
      *> late each customer actually pays.  This run:
      *>
      *>   - takes every open invoice on INVREG.DAT (net of payments
      *>     and write-offs, credit balances ignored) less any amount
      *>     under open dispute on DISPUTE.DAT -- disputed dollars
      *>     are not forecast to arrive;
      *>   - spreads each one from its INV-DUE-DATE by the account's
      *>     own days-late pattern: the dollar-weighted spread of
      *>     how late its paid invoices were paid, in weekly bands,
      *>     off PAYAPPL.DAT (see CBPAYAPL.cpy) -- an account with no
      *>     payment history takes the whole book's pattern.  Bands
      *>     the invoice is already past without being paid drop
      *>     out; an invoice later than the account has ever paid is
      *>     reported as doubtful, not forecast;
      *>   - forecasts an account on an active arrangement
      *>     (PAYPLAN.DAT) off its instalment schedule instead --
      *>     PLN-INSTALL-AMT from PLN-NEXT-DUE-DATE every
      *>     PLN-INTERVAL-DAYS until the agreed total is paid --
      *>     and leaves its invoices out;
      *>   - buckets the expected receipts into Monday-to-Sunday
      *>     weeks, the current week first (anything expected
      *>     before today lands there), thirteen weeks and a
      *>     "later" column, per ACCT-ENTITY-CODE; and
      *>   - keeps the forecast on FCSTHIST.DAT (see CBFCST.cpy) and
      *>     sets each of the last thirteen completed weeks' forecast
      *>     -- the last one made before the week began, failing that
      *>     the first one made during it -- against the cash telpay
      *>     posted that week (applied plus suspense, by
      *>     PAL-POST-DATE), so the method can be trusted or fixed.
      *>
      *> Invoked:  telfcst   -- report on TELFCST.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telfcst.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT PAYAPPL  ASSIGN TO
                "PAYAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS PAL-KEY
                FILE STATUS IS PAL-STATUS
                .
           SELECT PAYPLAN  ASSIGN TO
                "PAYPLAN.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PLN-ACCT-NO
                FILE STATUS IS PLN-STATUS
                .
           SELECT DISPUTES ASSIGN TO
                "DISPUTE.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS DSP-NO
                FILE STATUS IS DSP-STATUS
                .
      *>  Each account's days-late pattern, built from the payment
      *>  log every run -- the BILLLINE.WRK memo shape, one keyed
      *>  read per invoice instead of a sweep.
           SELECT PATWORK  ASSIGN TO
                "FCSTPAT.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PTW-ACCT-NO
                FILE STATUS IS PTW-STATUS
                .
           SELECT FCSTHIST ASSIGN TO
                "FCSTHIST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS FCH-KEY
                FILE STATUS IS FCH-STATUS
                .
           SELECT FCSTRPT  ASSIGN TO
                "TELFCST.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS FCSTRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  INVREG.
           COPY CBINVREG.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  PAYPLAN.
           COPY CBPAYPLAN.
       FD  DISPUTES.
           COPY CBDISPUTE.
       FD  PATWORK.
       01  PATWORK-REC.
           05  PTW-ACCT-NO         PIC 9(10).
           05  PTW-BAND-AMT        PIC S9(09)V99 OCCURS 14 TIMES.
       FD  FCSTHIST.
           COPY CBFCST.
       FD  FCSTRPT.
       01  FCSTREC           PIC X(110).

       WORKING-STORAGE SECTION.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  PLN-STATUS        PIC XX      VALUE "00".
       01  DSP-STATUS        PIC XX      VALUE "00".
       01  PTW-STATUS        PIC XX      VALUE "00".
       01  FCH-STATUS        PIC XX      VALUE "00".
       01  FCSTRPT-STATUS    PIC XX      VALUE "00".
       01  WS-ACCT-OPEN      PIC X       VALUE "N".
           88  ACCT-FILE-OPEN            VALUE "Y".
       01  WS-PLN-OPEN       PIC X       VALUE "N".
           88  PLN-FILE-OPEN             VALUE "Y".
       01  WS-ON-PLAN        PIC X       VALUE "N".
           88  ACCT-ON-PLAN              VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
      *>  Forecast weeks run Monday to Sunday; day 1 of the
      *>  INTEGER-OF-DATE epoch is a Monday, so the current week
      *>  starts MOD (today - 1, 7) days back.
       01  WS-WEEK1-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DATE-INT       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DUE-INT        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DAYS-LATE      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-WEEK           PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-BAND           PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-BAND-OFFSET    PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-DATE-OUT       PIC 9(08)   VALUE ZERO.

      *>  Days-late bands: 1 paid on or before the due date, 2 one
      *>  to seven days late, 3 eight to fourteen ... 14 more than
      *>  twelve weeks late.  A band's receipts are expected at its
      *>  middle -- due date plus 7 x (band - 1) - 3.
       01  WS-BAND-COUNT     PIC 9(02)   COMP-5 VALUE 14.
       01  PORTFOLIO-PATTERN.
           05  PORT-BAND-AMT     PIC S9(11)V99 COMP-5 OCCURS 14 TIMES.
       01  INVOICE-PATTERN.
           05  IP-BAND-AMT       PIC S9(11)V99 COMP-5 OCCURS 14 TIMES.
       01  WS-ELIGIBLE-TOT   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-PATTERN-TOT    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-LAST-BAND      PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-SPREAD-LEFT    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-SHARE          PIC S9(11)V99 COMP-5 VALUE ZERO.

       01  WS-OPEN-BAL       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-DISP-AMT       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-PLAN-LEFT      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-INSTALL        PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-RECEIPT-AMT    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-RECEIPT-KIND   PIC X       VALUE "I".
           88  RECEIPT-INVOICE           VALUE "I".
           88  RECEIPT-PLAN              VALUE "P".

       01  WS-CACHE-ACCT     PIC 9(10)   VALUE ZERO.
       01  WS-CACHE-ENTITY   PIC X(02)   VALUE SPACES.
       01  WS-ENTITY         PIC X(02)   VALUE SPACES.
       01  WS-ENT-SLOT       PIC 9(02)   COMP-5 VALUE ZERO.

       01  WS-INVOICE-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-PLAN-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-PAY-ROWS       PIC 9(07)   VALUE ZERO.

      *>  Open disputes by invoice -- the same table telaging and
      *>  teldun build, so the three suppress the same dollars.
       01  DISPUTE-TOTALS.
           05  DSPT-ENTRY OCCURS 500 TIMES INDEXED BY DSPT-IDX.
               10  DSPT-INV-NO   PIC 9(08)     VALUE ZERO.
               10  DSPT-AMOUNT   PIC S9(09)V99 COMP-5 VALUE ZERO.

      *>  Per-entity forecast, first-seen-claims-a-slot like
      *>  telgl's entity table.  Weeks 1-13 and 14 = later.  The
      *>  comparison columns are the thirteen completed weeks,
      *>  1 = last week, counting back.
       01  ENTITY-FORECAST.
           05  EF-ENTRY OCCURS 10 TIMES INDEXED BY EF-IDX.
               10  EF-CODE       PIC X(02).
               10  EF-USED       PIC X(01).
               10  EF-INV        PIC S9(11)V99 COMP-5 OCCURS 14.
               10  EF-PLN        PIC S9(11)V99 COMP-5 OCCURS 14.
               10  EF-DOUBTFUL   PIC S9(11)V99 COMP-5.
               10  EF-DISPUTED   PIC S9(11)V99 COMP-5.
               10  EF-BEF-RUN    PIC 9(08)          OCCURS 13.
               10  EF-BEF-AMT    PIC S9(11)V99 COMP-5 OCCURS 13.
               10  EF-DUR-RUN    PIC 9(08)          OCCURS 13.
               10  EF-DUR-AMT    PIC S9(11)V99 COMP-5 OCCURS 13.
               10  EF-ACTUAL     PIC S9(11)V99 COMP-5 OCCURS 13.
       01  WK-IDX            PIC 9(02)   COMP-5 VALUE ZERO.
       01  BD-IDX            PIC 9(02)   COMP-5 VALUE ZERO.
       01  GRAND-FORECAST.
           05  GF-INV        PIC S9(11)V99 COMP-5 OCCURS 14.
           05  GF-PLN        PIC S9(11)V99 COMP-5 OCCURS 14.
       01  WS-GF-DOUBTFUL    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-GF-DISPUTED    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-CW-START       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-HIST-FCST      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-VARIANCE       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-FCST-RUN       PIC 9(08)   VALUE ZERO.

       01  FORECAST-LINE.
           05                PIC X(04)   VALUE SPACES.
           05  FL-WEEK       PIC X(10).
           05                PIC X(02)   VALUE SPACES.
           05  FL-INV-OUT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  FL-PLN-OUT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  FL-TOT-OUT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  FORECAST-HEADER   PIC X(110)  VALUE
           "    Week of                   Invoices       Arrangemen"
         & "ts                Total".
       01  ACTUAL-LINE.
           05                PIC X(04)   VALUE SPACES.
           05  AL-WEEK       PIC X(10).
           05                PIC X(02)   VALUE SPACES.
           05  AL-RUN        PIC X(10).
           05                PIC X(01)   VALUE SPACES.
           05  AL-FCST-OUT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  AL-ACT-OUT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  AL-VAR-OUT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ACTUAL-HEADER     PIC X(110)  VALUE
           "    Week of     Forecast on           Forecast        "
         & "     Actual           Variance".

       01  WS-AMT-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           COMPUTE WS-WEEK1-INT = WS-TODAY-INT
                 - FUNCTION MOD (WS-TODAY-INT - 1, 7)
           END-COMPUTE
           INITIALIZE ENTITY-FORECAST
                      GRAND-FORECAST
                      PORTFOLIO-PATTERN
           OPEN OUTPUT FCSTRPT
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "*** INVREG.DAT not available -- nothing to "
                  & "forecast ***" TO FCSTREC
               WRITE FCSTREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE FCSTRPT
               STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS = "00"
               SET ACCT-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT PAYPLAN
           IF PLN-STATUS = "00"
               SET PLN-FILE-OPEN TO TRUE
           END-IF
           PERFORM LOAD-OPEN-DISPUTES
           PERFORM BUILD-PAYMENT-PATTERNS
           PERFORM FORECAST-OPEN-INVOICES
           PERFORM FORECAST-ARRANGEMENTS
           PERFORM LOAD-FORECAST-HISTORY
           PERFORM SAVE-FORECAST-HISTORY
           PERFORM WRITE-FORECAST-REPORT
           CLOSE INVREG
                 PATWORK
           IF ACCT-FILE-OPEN
               CLOSE ACCT-MASTER
           END-IF
           IF PLN-FILE-OPEN
               CLOSE PAYPLAN
           END-IF
           CLOSE FCSTRPT
           STOP RUN
           .

      *>  Sweeps DISPUTE.DAT once for open disputes -- the same load
      *>  telaging runs.  A missing file just means no disputes.
       LOAD-OPEN-DISPUTES.
           OPEN INPUT DISPUTES
           IF DSP-STATUS = "00"
               PERFORM UNTIL 0 = 1
                   READ DISPUTES NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF DSP-OPEN
                       PERFORM TALLY-ONE-DISPUTE
                   END-IF
               END-PERFORM
               CLOSE DISPUTES
           END-IF
           .

       TALLY-ONE-DISPUTE.
           PERFORM VARYING DSPT-IDX FROM 1 BY 1
                   UNTIL DSPT-IDX > 500
                   OR DSPT-INV-NO (DSPT-IDX) = DSP-INV-NO
                   OR DSPT-INV-NO (DSPT-IDX) = ZERO
               CONTINUE
           END-PERFORM
           IF DSPT-IDX <= 500
               MOVE DSP-INV-NO TO DSPT-INV-NO (DSPT-IDX)
               ADD DSP-AMOUNT  TO DSPT-AMOUNT (DSPT-IDX)
           END-IF
           .

       FIND-DISPUTED-AMOUNT.
           MOVE ZERO TO WS-DISP-AMT
           PERFORM VARYING DSPT-IDX FROM 1 BY 1
                   UNTIL DSPT-IDX > 500
                   OR DSPT-INV-NO (DSPT-IDX) = ZERO
               IF DSPT-INV-NO (DSPT-IDX) = INV-NO
                   MOVE DSPT-AMOUNT (DSPT-IDX) TO WS-DISP-AMT
               END-IF
           END-PERFORM
           .

      *>  One pass of the payment log.  Each invoice payment that
      *>  stuck (a returned item never paid anything) goes into its
      *>  account's and the book's days-late bands, dollar-weighted;
      *>  every posting inside the thirteen completed weeks also
      *>  counts as that week's actual cash for the comparison.
       BUILD-PAYMENT-PATTERNS.
           OPEN OUTPUT PATWORK
           CLOSE PATWORK
           OPEN I-O PATWORK
           OPEN INPUT PAYAPPL
           IF PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ PAYAPPL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-PAY-ROWS
               IF PAL-APPLIED
                   PERFORM TALLY-ACTUAL-CASH
               END-IF
               IF PAL-INV-NO NOT = ZERO
               AND PAL-APPLIED
                   PERFORM TALLY-ONE-PAYMENT
               END-IF
           END-PERFORM
           CLOSE PAYAPPL
           .

       TALLY-ONE-PAYMENT.
           MOVE PAL-INV-NO TO INV-NO
           READ INVREG KEY IS INV-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (PAL-POST-DATE)
                 - FUNCTION INTEGER-OF-DATE (INV-DUE-DATE)
           END-COMPUTE
           IF WS-DAYS-LATE <= ZERO
               MOVE 1 TO WS-BAND
           ELSE
               COMPUTE WS-BAND = 1 + (WS-DAYS-LATE + 6) / 7
               END-COMPUTE
               IF WS-BAND > WS-BAND-COUNT
                   MOVE WS-BAND-COUNT TO WS-BAND
               END-IF
           END-IF
           ADD PAL-AMOUNT TO PORT-BAND-AMT (WS-BAND)
           MOVE INV-ACCT-NO TO PTW-ACCT-NO
           READ PATWORK
               INVALID KEY
                   INITIALIZE PATWORK-REC
                   MOVE INV-ACCT-NO TO PTW-ACCT-NO
                   MOVE PAL-AMOUNT  TO PTW-BAND-AMT (WS-BAND)
                   WRITE PATWORK-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD PAL-AMOUNT TO PTW-BAND-AMT (WS-BAND)
                   REWRITE PATWORK-REC
                   END-REWRITE
           END-READ
           .

      *>  Cash telpay posted in one of the thirteen completed weeks:
      *>  the invoice rows' applied amounts and the suspense part
      *>  of each payment's summary row, by the entity of the
      *>  account it was applied to.  A payment since returned is
      *>  not cash.
       TALLY-ACTUAL-CASH.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (PAL-POST-DATE)
           END-COMPUTE
           IF WS-DATE-INT >= WS-WEEK1-INT
           OR WS-DATE-INT < WS-WEEK1-INT - 91
               EXIT PARAGRAPH
           END-IF
           COMPUTE WK-IDX = (WS-WEEK1-INT - WS-DATE-INT + 6) / 7
           END-COMPUTE
           MOVE PAL-BILL-ACCT TO WS-CACHE-ACCT
           PERFORM FIND-ACCOUNT-ENTITY
           PERFORM FIND-ENTITY-SLOT
           IF WS-ENT-SLOT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF PAL-INV-NO = ZERO
               ADD PAL-SUSP-AMT TO EF-ACTUAL (WS-ENT-SLOT, WK-IDX)
           ELSE
               ADD PAL-AMOUNT   TO EF-ACTUAL (WS-ENT-SLOT, WK-IDX)
           END-IF
           .

      *>  The account's entity off the master; a second row for the
      *>  same account pays no second read.
       FIND-ACCOUNT-ENTITY.
           IF WS-CACHE-ACCT = ACCT-NO
           AND ACCT-FILE-OPEN
               MOVE WS-CACHE-ENTITY TO WS-ENTITY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENTITY
           IF ACCT-FILE-OPEN
               MOVE WS-CACHE-ACCT TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE ZERO TO ACCT-NO
                   NOT INVALID KEY
                       MOVE ACCT-ENTITY-CODE TO WS-ENTITY
               END-READ
           END-IF
           MOVE WS-ENTITY TO WS-CACHE-ENTITY
           .

       FIND-ENTITY-SLOT.
           PERFORM VARYING EF-IDX FROM 1 BY 1
                   UNTIL EF-IDX > 10
                   OR (EF-CODE (EF-IDX) = WS-ENTITY
                       AND EF-USED (EF-IDX) = "Y")
                   OR EF-USED (EF-IDX) NOT = "Y"
               CONTINUE
           END-PERFORM
           IF EF-IDX <= 10
               MOVE WS-ENTITY TO EF-CODE (EF-IDX)
               MOVE "Y"       TO EF-USED (EF-IDX)
               SET WS-ENT-SLOT TO EF-IDX
           ELSE
               MOVE ZERO TO WS-ENT-SLOT
           END-IF
           .

      *>  Every open, undisputed invoice not already covered by an
      *>  arrangement, spread by its account's pattern.
       FORECAST-OPEN-INVOICES.
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN OR EQUAL INV-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               COMPUTE WS-OPEN-BAL = INV-AMT-DUE - INV-PAID-AMT
                                     - INV-WOFF-AMT
               END-COMPUTE
               IF WS-OPEN-BAL > ZERO
                   PERFORM FORECAST-ONE-INVOICE
               END-IF
           END-PERFORM
           .

       FORECAST-ONE-INVOICE.
           PERFORM CHECK-ACCOUNT-PLAN
           IF ACCT-ON-PLAN
               EXIT PARAGRAPH
           END-IF
           MOVE INV-ACCT-NO TO WS-CACHE-ACCT
           PERFORM FIND-ACCOUNT-ENTITY
           PERFORM FIND-ENTITY-SLOT
           IF WS-ENT-SLOT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DISPUTED-AMOUNT
           IF WS-DISP-AMT > WS-OPEN-BAL
               MOVE WS-OPEN-BAL TO WS-DISP-AMT
           END-IF
           IF WS-DISP-AMT > ZERO
               ADD WS-DISP-AMT TO EF-DISPUTED (WS-ENT-SLOT)
                                  WS-GF-DISPUTED
               SUBTRACT WS-DISP-AMT FROM WS-OPEN-BAL
           END-IF
           IF WS-OPEN-BAL NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INVOICE-COUNT
           PERFORM LOAD-INVOICE-PATTERN
           COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (INV-DUE-DATE)
           END-COMPUTE
           SET RECEIPT-INVOICE TO TRUE
           IF WS-PATTERN-TOT = ZERO
               MOVE WS-DUE-INT  TO WS-DATE-INT
               MOVE WS-OPEN-BAL TO WS-RECEIPT-AMT
               PERFORM BUCKET-RECEIPT
               EXIT PARAGRAPH
           END-IF
      *>  Bands already behind us without the invoice being paid are
      *>  ruled out; what is left shares the balance, the last band
      *>  taking the rounding.
           MOVE ZERO TO WS-ELIGIBLE-TOT WS-LAST-BAND
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > WS-BAND-COUNT
               PERFORM COMPUTE-BAND-DATE
               IF WS-DATE-INT >= WS-TODAY-INT
               AND IP-BAND-AMT (BD-IDX) > ZERO
                   ADD IP-BAND-AMT (BD-IDX) TO WS-ELIGIBLE-TOT
                   MOVE BD-IDX TO WS-LAST-BAND
               END-IF
           END-PERFORM
           IF WS-ELIGIBLE-TOT = ZERO
               ADD WS-OPEN-BAL TO EF-DOUBTFUL (WS-ENT-SLOT)
                                  WS-GF-DOUBTFUL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPEN-BAL TO WS-SPREAD-LEFT
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > WS-LAST-BAND
               PERFORM COMPUTE-BAND-DATE
               IF WS-DATE-INT >= WS-TODAY-INT
               AND IP-BAND-AMT (BD-IDX) > ZERO
                   IF BD-IDX = WS-LAST-BAND
                       MOVE WS-SPREAD-LEFT TO WS-RECEIPT-AMT
                   ELSE
                       COMPUTE WS-RECEIPT-AMT ROUNDED =
                               WS-OPEN-BAL * IP-BAND-AMT (BD-IDX)
                             / WS-ELIGIBLE-TOT
                       END-COMPUTE
                   END-IF
                   SUBTRACT WS-RECEIPT-AMT FROM WS-SPREAD-LEFT
                   PERFORM BUCKET-RECEIPT
               END-IF
           END-PERFORM
           .

       COMPUTE-BAND-DATE.
           IF BD-IDX = 1
               MOVE ZERO TO WS-BAND-OFFSET
           ELSE
               COMPUTE WS-BAND-OFFSET = 7 * (BD-IDX - 1) - 3
               END-COMPUTE
           END-IF
           COMPUTE WS-DATE-INT = WS-DUE-INT + WS-BAND-OFFSET
           END-COMPUTE
           .

      *>  The account's own bands, or the whole book's when the
      *>  account has never paid an invoice.
       LOAD-INVOICE-PATTERN.
           MOVE ZERO TO WS-PATTERN-TOT
           MOVE INV-ACCT-NO TO PTW-ACCT-NO
           READ PATWORK
               INVALID KEY
                   PERFORM VARYING BD-IDX FROM 1 BY 1
                           UNTIL BD-IDX > WS-BAND-COUNT
                       MOVE PORT-BAND-AMT (BD-IDX)
                         TO IP-BAND-AMT (BD-IDX)
                   END-PERFORM
               NOT INVALID KEY
                   PERFORM VARYING BD-IDX FROM 1 BY 1
                           UNTIL BD-IDX > WS-BAND-COUNT
                       MOVE PTW-BAND-AMT (BD-IDX)
                         TO IP-BAND-AMT (BD-IDX)
                   END-PERFORM
           END-READ
           PERFORM VARYING BD-IDX FROM 1 BY 1
                   UNTIL BD-IDX > WS-BAND-COUNT
               IF IP-BAND-AMT (BD-IDX) > ZERO
                   ADD IP-BAND-AMT (BD-IDX) TO WS-PATTERN-TOT
               END-IF
           END-PERFORM
           .

      *>  An active arrangement on the invoice's account -- the
      *>  schedule, not the invoices, says when its cash comes.
       CHECK-ACCOUNT-PLAN.
           MOVE "N" TO WS-ON-PLAN
           IF PLN-FILE-OPEN
               MOVE INV-ACCT-NO TO PLN-ACCT-NO
               READ PAYPLAN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLN-ACTIVE
                           SET ACCT-ON-PLAN TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *>  Each active arrangement's remaining instalments, from the
      *>  next due date on; one that is already due and unpaid is
      *>  expected this week (teldun breaks the plan if it is not).
       FORECAST-ARRANGEMENTS.
           IF NOT PLN-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PLN-ACCT-NO
           START PAYPLAN KEY IS GREATER THAN OR EQUAL PLN-ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ PAYPLAN NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PLN-ACTIVE
                   PERFORM FORECAST-ONE-ARRANGEMENT
               END-IF
           END-PERFORM
           .

       FORECAST-ONE-ARRANGEMENT.
           COMPUTE WS-PLAN-LEFT = PLN-AGREED-TOT - PLN-PAID-TOT
           END-COMPUTE
           IF WS-PLAN-LEFT NOT > ZERO
           OR PLN-INSTALL-AMT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAN-COUNT
           MOVE PLN-ACCT-NO TO WS-CACHE-ACCT
           PERFORM FIND-ACCOUNT-ENTITY
           PERFORM FIND-ENTITY-SLOT
           IF WS-ENT-SLOT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET RECEIPT-PLAN TO TRUE
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (PLN-NEXT-DUE-DATE)
           END-COMPUTE
           PERFORM UNTIL WS-PLAN-LEFT NOT > ZERO
               IF PLN-INSTALL-AMT < WS-PLAN-LEFT
                   MOVE PLN-INSTALL-AMT TO WS-RECEIPT-AMT
               ELSE
                   MOVE WS-PLAN-LEFT    TO WS-RECEIPT-AMT
               END-IF
               SUBTRACT WS-RECEIPT-AMT FROM WS-PLAN-LEFT
               PERFORM BUCKET-RECEIPT
               IF WS-WEEK > 13
               OR PLN-INTERVAL-DAYS = ZERO
                   MOVE WS-PLAN-LEFT TO WS-RECEIPT-AMT
                   MOVE ZERO         TO WS-PLAN-LEFT
                   PERFORM BUCKET-RECEIPT
               END-IF
               ADD PLN-INTERVAL-DAYS TO WS-DATE-INT
           END-PERFORM
           .

      *>  One expected receipt into its week: anything expected
      *>  before this week counts in it, anything past week 13 goes
      *>  to "later".
       BUCKET-RECEIPT.
           IF WS-RECEIPT-AMT = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INT < WS-WEEK1-INT
               MOVE 1 TO WS-WEEK
           ELSE
               COMPUTE WS-WEEK = (WS-DATE-INT - WS-WEEK1-INT) / 7 + 1
               END-COMPUTE
               IF WS-WEEK > 14
                   MOVE 14 TO WS-WEEK
               END-IF
           END-IF
           IF RECEIPT-PLAN
               ADD WS-RECEIPT-AMT TO EF-PLN (WS-ENT-SLOT, WS-WEEK)
                                     GF-PLN (WS-WEEK)
           ELSE
               ADD WS-RECEIPT-AMT TO EF-INV (WS-ENT-SLOT, WS-WEEK)
                                     GF-INV (WS-WEEK)
           END-IF
           .

      *>  Earlier forecasts of the completed weeks.  For each week
      *>  and entity the one that counts is the last made before
      *>  the week began, failing that the first made during it.
       LOAD-FORECAST-HISTORY.
           OPEN INPUT FCSTHIST
           IF FCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ FCSTHIST NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM TALLY-ONE-HISTORY-ROW
           END-PERFORM
           CLOSE FCSTHIST
           .

       TALLY-ONE-HISTORY-ROW.
           COMPUTE WS-CW-START =
                   FUNCTION INTEGER-OF-DATE (FCH-WEEK-START)
           END-COMPUTE
           IF WS-CW-START >= WS-WEEK1-INT
           OR WS-CW-START < WS-WEEK1-INT - 91
               EXIT PARAGRAPH
           END-IF
           COMPUTE WK-IDX = (WS-WEEK1-INT - WS-CW-START) / 7
           END-COMPUTE
           MOVE FCH-ENTITY TO WS-ENTITY
           PERFORM FIND-ENTITY-SLOT
           IF WS-ENT-SLOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HIST-FCST = FCH-INVOICE-AMT + FCH-PLAN-AMT
           END-COMPUTE
           IF FCH-RUN-DATE <= FCH-WEEK-START
               IF FCH-RUN-DATE > EF-BEF-RUN (WS-ENT-SLOT, WK-IDX)
                   MOVE FCH-RUN-DATE TO EF-BEF-RUN (WS-ENT-SLOT, WK-IDX)
                   MOVE WS-HIST-FCST TO EF-BEF-AMT (WS-ENT-SLOT, WK-IDX)
               END-IF
           ELSE
               IF EF-DUR-RUN (WS-ENT-SLOT, WK-IDX) = ZERO
               OR FCH-RUN-DATE < EF-DUR-RUN (WS-ENT-SLOT, WK-IDX)
                   MOVE FCH-RUN-DATE TO EF-DUR-RUN (WS-ENT-SLOT, WK-IDX)
                   MOVE WS-HIST-FCST TO EF-DUR-AMT (WS-ENT-SLOT, WK-IDX)
               END-IF
           END-IF
           .

      *>  Today's forecast onto the history, week by week per
      *>  entity.  FCSTHIST.DAT is created on first use.
       SAVE-FORECAST-HISTORY.
           OPEN I-O FCSTHIST
           IF FCH-STATUS NOT = "00"
               OPEN OUTPUT FCSTHIST
               CLOSE FCSTHIST
               OPEN I-O FCSTHIST
           END-IF
           PERFORM VARYING EF-IDX FROM 1 BY 1 UNTIL EF-IDX > 10
               IF EF-USED (EF-IDX) = "Y"
                   PERFORM VARYING WK-IDX FROM 1 BY 1
                           UNTIL WK-IDX > 13
                       COMPUTE WS-DATE-OUT = FUNCTION DATE-OF-INTEGER
                               (WS-WEEK1-INT + 7 * (WK-IDX - 1))
                       END-COMPUTE
                       MOVE WS-DATE-OUT      TO FCH-WEEK-START
                       MOVE EF-CODE (EF-IDX) TO FCH-ENTITY
                       MOVE WS-TODAY         TO FCH-RUN-DATE
                       MOVE EF-INV (EF-IDX, WK-IDX) TO FCH-INVOICE-AMT
                       MOVE EF-PLN (EF-IDX, WK-IDX) TO FCH-PLAN-AMT
                       WRITE FCST-HIST-REC
                           INVALID KEY
                               REWRITE FCST-HIST-REC
                               END-REWRITE
                       END-WRITE
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE FCSTHIST
           .

       WRITE-FORECAST-REPORT.
           MOVE SPACES TO FCSTREC
           STRING "  -- Collections cash forecast as of "
                                              DELIMITED BY SIZE
                  WS-TODAY                    DELIMITED BY SIZE
                  " --"                       DELIMITED BY SIZE
                INTO FCSTREC
           END-STRING
           WRITE FCSTREC
           END-WRITE
           PERFORM VARYING EF-IDX FROM 1 BY 1 UNTIL EF-IDX > 10
               IF EF-USED (EF-IDX) = "Y"
                   PERFORM WRITE-ENTITY-FORECAST
               END-IF
           END-PERFORM
           MOVE SPACES TO FCSTREC
           WRITE FCSTREC
           END-WRITE
           MOVE "  All entities" TO FCSTREC
           WRITE FCSTREC
           END-WRITE
           WRITE FCSTREC FROM FORECAST-HEADER
           END-WRITE
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 14
               PERFORM SET-WEEK-LABEL
               MOVE GF-INV (WK-IDX) TO FL-INV-OUT
               MOVE GF-PLN (WK-IDX) TO FL-PLN-OUT
               COMPUTE WS-HIST-FCST = GF-INV (WK-IDX) + GF-PLN (WK-IDX)
               END-COMPUTE
               MOVE WS-HIST-FCST TO FL-TOT-OUT
               WRITE FCSTREC FROM FORECAST-LINE
               END-WRITE
           END-PERFORM
           MOVE SPACES TO FCSTREC
           MOVE WS-GF-DOUBTFUL TO WS-AMT-OUT
           STRING "  Doubtful (later than ever paid): "
                                              DELIMITED BY SIZE
                  WS-AMT-OUT                  DELIMITED BY SIZE
                INTO FCSTREC
           END-STRING
           WRITE FCSTREC
           END-WRITE
           MOVE SPACES TO FCSTREC
           MOVE WS-GF-DISPUTED TO WS-AMT-OUT
           STRING "  Under dispute, not forecast:     "
                                              DELIMITED BY SIZE
                  WS-AMT-OUT                  DELIMITED BY SIZE
                INTO FCSTREC
           END-STRING
           WRITE FCSTREC
           END-WRITE
           MOVE SPACES TO FCSTREC
           MOVE WS-INVOICE-COUNT TO WS-COUNT-OUT
           STRING "  Open invoices forecast: "  DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO FCSTREC
           END-STRING
           WRITE FCSTREC
           END-WRITE
           MOVE SPACES TO FCSTREC
           MOVE WS-PLAN-COUNT TO WS-COUNT-OUT
           STRING "  Arrangements forecast:  "  DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO FCSTREC
           END-STRING
           WRITE FCSTREC
           END-WRITE
           MOVE SPACES TO FCSTREC
           WRITE FCSTREC
           END-WRITE
           MOVE "  -- Forecast against actual, completed weeks --"
             TO FCSTREC
           WRITE FCSTREC
           END-WRITE
           PERFORM VARYING EF-IDX FROM 1 BY 1 UNTIL EF-IDX > 10
               IF EF-USED (EF-IDX) = "Y"
                   PERFORM WRITE-ENTITY-ACTUALS
               END-IF
           END-PERFORM
           .

       WRITE-ENTITY-FORECAST.
           MOVE SPACES TO FCSTREC
           WRITE FCSTREC
           END-WRITE
           PERFORM WRITE-ENTITY-TITLE
           WRITE FCSTREC FROM FORECAST-HEADER
           END-WRITE
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 14
               PERFORM SET-WEEK-LABEL
               MOVE EF-INV (EF-IDX, WK-IDX) TO FL-INV-OUT
               MOVE EF-PLN (EF-IDX, WK-IDX) TO FL-PLN-OUT
               COMPUTE WS-HIST-FCST = EF-INV (EF-IDX, WK-IDX)
                                    + EF-PLN (EF-IDX, WK-IDX)
               END-COMPUTE
               MOVE WS-HIST-FCST TO FL-TOT-OUT
               WRITE FCSTREC FROM FORECAST-LINE
               END-WRITE
           END-PERFORM
           MOVE SPACES TO FCSTREC
           MOVE EF-DOUBTFUL (EF-IDX) TO WS-AMT-OUT
           STRING "    Doubtful (later than ever paid): "
                                              DELIMITED BY SIZE
                  WS-AMT-OUT                  DELIMITED BY SIZE
                INTO FCSTREC
           END-STRING
           WRITE FCSTREC
           END-WRITE
           MOVE SPACES TO FCSTREC
           MOVE EF-DISPUTED (EF-IDX) TO WS-AMT-OUT
           STRING "    Under dispute, not forecast:     "
                                              DELIMITED BY SIZE
                  WS-AMT-OUT                  DELIMITED BY SIZE
                INTO FCSTREC
           END-STRING
           WRITE FCSTREC
           END-WRITE
           .

       WRITE-ENTITY-TITLE.
           MOVE SPACES TO FCSTREC
           IF EF-CODE (EF-IDX) = SPACES
               MOVE "  Entity (default)" TO FCSTREC
           ELSE
               STRING "  Entity "         DELIMITED BY SIZE
                      EF-CODE (EF-IDX)    DELIMITED BY SIZE
                    INTO FCSTREC
               END-STRING
           END-IF
           WRITE FCSTREC
           END-WRITE
           .

       SET-WEEK-LABEL.
           IF WK-IDX > 13
               MOVE "Later" TO FL-WEEK
           ELSE
               COMPUTE WS-DATE-OUT = FUNCTION DATE-OF-INTEGER
                       (WS-WEEK1-INT + 7 * (WK-IDX - 1))
               END-COMPUTE
               MOVE WS-DATE-OUT TO FL-WEEK
           END-IF
           .

      *>  Last week first, back thirteen weeks.  A week no forecast
      *>  was ever made for shows its actual cash alone.
       WRITE-ENTITY-ACTUALS.
           MOVE SPACES TO FCSTREC
           WRITE FCSTREC
           END-WRITE
           PERFORM WRITE-ENTITY-TITLE
           WRITE FCSTREC FROM ACTUAL-HEADER
           END-WRITE
           PERFORM VARYING WK-IDX FROM 1 BY 1 UNTIL WK-IDX > 13
               COMPUTE WS-DATE-OUT = FUNCTION DATE-OF-INTEGER
                       (WS-WEEK1-INT - 7 * WK-IDX)
               END-COMPUTE
               MOVE WS-DATE-OUT TO AL-WEEK
               IF EF-BEF-RUN (EF-IDX, WK-IDX) NOT = ZERO
                   MOVE EF-BEF-RUN (EF-IDX, WK-IDX) TO WS-FCST-RUN
                   MOVE EF-BEF-AMT (EF-IDX, WK-IDX) TO WS-HIST-FCST
               ELSE
                   MOVE EF-DUR-RUN (EF-IDX, WK-IDX) TO WS-FCST-RUN
                   MOVE EF-DUR-AMT (EF-IDX, WK-IDX) TO WS-HIST-FCST
               END-IF
               MOVE EF-ACTUAL (EF-IDX, WK-IDX) TO AL-ACT-OUT
               IF WS-FCST-RUN = ZERO
                   MOVE "none"       TO AL-RUN
                   MOVE ZERO         TO AL-FCST-OUT AL-VAR-OUT
               ELSE
                   MOVE WS-FCST-RUN  TO AL-RUN
                   MOVE WS-HIST-FCST TO AL-FCST-OUT
                   COMPUTE WS-VARIANCE = EF-ACTUAL (EF-IDX, WK-IDX)
                                       - WS-HIST-FCST
                   END-COMPUTE
                   MOVE WS-VARIANCE  TO AL-VAR-OUT
               END-IF
               IF WS-FCST-RUN NOT = ZERO
               OR EF-ACTUAL (EF-IDX, WK-IDX) NOT = ZERO
                   WRITE FCSTREC FROM ACTUAL-LINE
                   END-WRITE
               END-IF
           END-PERFORM
           .
       END PROGRAM telfcst.
