      *> and *TRL* control row as the disconnect feed -- with the
      *> state flipped to "R" and a DISCLOG.DAT line, so restoring
      *> a customer stops being a second phone call.
      *>
      *> Direct debits: teldebit writes the night's autopay debits
      *> as a posting file in this same lockbox layout (see
      *> CBLOCKBX.cpy), and TELCO_LOCKBOX names the file to read
      *> instead of LOCKBOX.DAT -- so a debit is applied by exactly
      *> the stub-invoice/oldest-first logic a check is.  A posting
      *> row whose reference carries the "DD" debit prefix must
      *> match an originated, not-yet-posted row on DEBITLOG.DAT
      *> (see CBDEBLOG.cpy), which is flipped to posted as it is
      *> applied: a posting file replayed by mistake is refused row
      *> by row, and INV-PAID-AMT moves once per debit.
      *>
      *> Returned items: every application is logged on PAYAPPL.DAT
      *> (see CBPAYAPL.cpy) -- each invoice the payment reached, the
      *> part that went to suspense, the credit it gave a payment
      *> arrangement, the billing-currency amount and exchange gain
      *> or loss on each invoice a foreign item touched -- so
      *> telrtn can undo exactly what was done
      *> when the bank sends the check or debit back.  A check on
      *> an account telrtn has made cash-only (see CBACCT.cpy) is
      *> not applied: it goes to suspense as CASH-ONLY REFUSED for
      *> the clerk to return to the customer.
      *>
      *> Foreign-currency receipts: a payment row carrying a
      *> currency code (PAY-CURRENCY) is in that currency, and is
      *> applied only to the account's invoices telbill billed in
      *> it, against their billing-currency balance (INV-FX-AMT-DUE
      *> less INV-FX-PAID-AMT).  The home-currency receivable is
      *> relieved at the invoice's own rate -- the whole remaining
      *> home balance once the foreign balance is cleared -- while
      *> the cash is worth the receipt at the FXRATE.DAT rate
      *> effective on the payment date; the difference is the
      *> realized exchange gain or loss, kept on the register row
      *> and dropped per currency as an "X" GLWORK.DAT row for
      *> telgl.  Run totals and the deposit proof are in home
      *> currency.  A receipt in a currency with no rate on file
      *> goes to suspense untouched as FX RATE MISSING.
      *>
      *> Loyalty points: the cash applied to each invoice earns its
      *> account points on the loyalty ledger through TELLOY (see
      *> CBLOYRQ.cpy), logged under the same payment reference
      *> PAYAPPL.DAT carries so telrtn can take exactly those
      *> points back.  Cash left in suspense earns nothing.
      *>
      *> Cash book: the cash posted off the file -- applied plus
      *> suspense, the figure proved against the deposit header --
      *> is one row on BANKBOOK.DAT (see CBBANKBK.cpy) under the
      *> header's reference and deposit date, a lockbox deposit or,
      *> for a teldebit posting file, an autopay collection, for
      *> telbrec to find on the bank statement.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telpay.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX  ASSIGN TO
                WS-LOCKBOX-NAME
                LINE SEQUENTIAL
                FILE STATUS IS LOCKBOX-STATUS
                .
                RECORD KEY IS PLN-ACCT-NO
                FILE STATUS IS PLN-STATUS
                .
           SELECT DEBITLOG ASSIGN TO
                "DEBITLOG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DBL-INV-NO
                FILE STATUS IS DBL-STATUS
                .
           SELECT PAYAPPL  ASSIGN TO
                "PAYAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PAL-KEY
                FILE STATUS IS PAL-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT SUSPFILE ASSIGN TO
                "UNAPPCASH.DAT"
                LINE SEQUENTIAL
                LINE SEQUENTIAL
                FILE STATUS IS DISCLOG-STATUS
                .
           SELECT FXTAB    ASSIGN TO
                "FXRATE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS FX-KEY
                FILE STATUS IS FX-STATUS
                .
           SELECT GLWORK   ASSIGN TO
                "GLWORK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLWORK-STATUS
                .
           SELECT BANKBOOK ASSIGN TO
                "BANKBOOK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS BANKBOOK-STATUS
                .
           SELECT PAYRPT   ASSIGN TO
                "TELPAY.TXT"
                LINE SEQUENTIAL
                .
       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX.
           COPY CBLOCKBX.
       FD  INVREG.
           COPY CBINVREG.
       FD  PAYPLAN.
           COPY CBPAYPLAN.
       FD  DEBITLOG.
           COPY CBDEBLOG.
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  SUSPFILE.
       01  SUSPREC           PIC X(80).
       FD  DISCSTAT.
       01  RECONORD-REC      PIC X(70).
       FD  DISCLOG.
       01  DISCLOG-REC       PIC X(90).
       FD  FXTAB.
           COPY CBFX.
       FD  GLWORK.
           COPY CBGLW.
       FD  BANKBOOK.
           COPY CBBANKBK.
       FD  PAYRPT.
       01  PAYREC            PIC X(110).

       WORKING-STORAGE SECTION.
       01  LOCKBOX-STATUS    PIC XX      VALUE "00".
       01  WS-LOCKBOX-NAME   PIC X(40)   VALUE "LOCKBOX.DAT".
       01  WS-ENV-LOCKBOX    PIC X(40)   VALUE SPACES.
       01  DBL-STATUS        PIC XX      VALUE "00".
      *>  Direct-debit posting control (see DEBITLOG above).
       01  WS-DEBIT-OK       PIC X       VALUE "Y".
           88  DEBIT-ROW-VALID          VALUE "Y".
       01  WS-DEBIT-REJ-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-DEBIT-REJ-TOT  PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
      *>  Cash-only control (see ACCT-MASTER above).
       01  WS-CASH-ONLY      PIC X       VALUE "N".
           88  PAYER-IS-CASH-ONLY       VALUE "Y".
       01  WS-CASHO-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-CASHO-TOT      PIC S9(11)V99 COMP-5 VALUE ZERO.
      *>  What this payment gave the account's payment arrangement,
      *>  logged with the payment for telrtn to take back.
       01  WS-PLAN-CREDIT    PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-APPL-ON-FILE   PIC X       VALUE "N".
           88  APPL-ROW-ON-FILE         VALUE "Y".
       01  PLN-STATUS        PIC XX      VALUE "00".
       01  SUSP-STATUS       PIC XX      VALUE "00".
       01  DST-STATUS        PIC XX      VALUE "00".
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-DEPOSIT-DATE   PIC 9(08)   VALUE ZERO.
       01  WS-DEPOSIT-AMT    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-DEPOSIT-REF    PIC X(12)   VALUE SPACES.
       01  WS-HAVE-DEPOSIT   PIC X       VALUE "N".
           88  HAVE-DEPOSIT-HEADER        VALUE "Y".

       01  WS-TAKE-AMT       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-TARGET-ACCT    PIC 9(10)   VALUE ZERO.

      *>  Receipt currency (see SELECT FXTAB above): WS-PAY-CUR is
      *>  spaces for home currency, and then WS-PAY-REMAIN,
      *>  WS-OPEN-BAL and WS-TAKE-AMT are in the receipt's own
      *>  currency.  WS-PAY-HOME-AMT is the receipt in home
      *>  currency; the APPLIED/RELIEF pair is what the cash
      *>  applied was worth and what it took off the register.
       01  FX-STATUS         PIC XX      VALUE "00".
       01  WS-PAY-CUR        PIC X(03)   VALUE SPACES.
       01  WS-SAVE-CUR       PIC X(03)   VALUE SPACES.
       01  WS-RECEIPT-RATE   PIC 9(03)V9(05) VALUE ZERO.
       01  WS-RATE-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-PAY-HOME-AMT   PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-PAY-APPLIED-HOME PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-PAY-RELIEF-HOME PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-REMAIN-HOME    PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-OPEN-HOME      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-RELIEF-AMT     PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-CASH-HOME      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-FX-TAKE        PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-FX-DIFF        PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-FX-REMAIN-OUT  PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-FX-NORATE-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-FX-NORATE-TOT  PIC S9(11)V99 COMP-5 VALUE ZERO.
      *>  Realized exchange gain (+) or loss (-) per currency,
      *>  written to GLWORK.DAT at end of run.
       01  FXG-TABLE.
           05  FXG-ENTRY OCCURS 20 TIMES INDEXED BY FXG-IDX.
               10  FXG-CURRENCY  PIC X(03).
               10  FXG-AMOUNT    PIC S9(11)V99 COMP-5.
       01  WS-FXG-COUNT      PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-FXG-OVERFLOW   PIC 9(07)   VALUE ZERO.
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  BANKBOOK-STATUS   PIC XX      VALUE "00".
       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-FXG-BATCH      PIC X(20)   VALUE SPACES.

      *>  Run control totals, proven against the deposit header on
      *>  the report tail.
       01  WS-PAYMENT-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-DUE-INT        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-PLAN-UPD-COUNT PIC 9(07)   VALUE ZERO.

      *>  Loyalty points earned this run.
       01  WS-POINTS-TOT     PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-POINTS-OUT     PIC -ZZZ,ZZZ,ZZ9.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-DISPOSITION    PIC X(20)   VALUE SPACES.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Loyalty ledger parameter block (see CBLOYRQ.cpy).
           COPY CBLOYRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           STRING "FXG."              DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-FXG-BATCH
           END-STRING
           MOVE SPACES TO WS-ENV-LOCKBOX
           ACCEPT WS-ENV-LOCKBOX FROM ENVIRONMENT "TELCO_LOCKBOX"
           END-ACCEPT
           IF WS-ENV-LOCKBOX NOT = SPACES
               MOVE WS-ENV-LOCKBOX TO WS-LOCKBOX-NAME
           END-IF
           MOVE "TELCO_LOCKBOX" TO CFQ-SETTING
           MOVE WS-ENV-LOCKBOX TO CFQ-ENV-VALUE
           MOVE WS-LOCKBOX-NAME TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN OUTPUT PAYRPT
           OPEN INPUT  LOCKBOX
           IF LOCKBOX-STATUS NOT = "00"
               MOVE SPACES TO PAYREC
               STRING "*** "                   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LOCKBOX-NAME)
                                               DELIMITED BY SIZE
                      " not available -- no payments posted ***"
                                               DELIMITED BY SIZE
                    INTO PAYREC
               END-STRING
               WRITE PAYREC
               END-WRITE
               CLOSE PAYRPT
               STOP RUN
           END-IF
           OPEN I-O PAYPLAN
           OPEN I-O DEBITLOG
           PERFORM OPEN-APPLICATION-LOG
           OPEN INPUT ACCT-MASTER
           OPEN INPUT FXTAB
           PERFORM OPEN-DISC-STATE
           OPEN OUTPUT RECONORD
           PERFORM OPEN-ISSUED-LOG
                       SET HAVE-DEPOSIT-HEADER TO TRUE
                       MOVE PAY-DATE   TO WS-DEPOSIT-DATE
                       MOVE PAY-AMOUNT TO WS-DEPOSIT-AMT
                       MOVE PAY-CHECK-REF TO WS-DEPOSIT-REF
                   WHEN PAY-DETAIL
                       PERFORM APPLY-ONE-PAYMENT
               END-EVALUATE
           END-PERFORM
           PERFORM WRITE-POSTING-SUMMARY
           PERFORM WRITE-FX-GAIN-LOSS-ROWS
           PERFORM WRITE-BANK-BOOK-ROW
           PERFORM WRITE-RECONNECT-TRAILER
           SET LRQ-CLOSE TO TRUE
           CALL "TELLOY" USING LOY-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           CLOSE LOCKBOX
                 INVREG
                 PAYPLAN
                 DEBITLOG
                 PAYAPPL
                 ACCT-MASTER
                 FXTAB
                 DISCSTAT
                 RECONORD
                 DISCLOG
           STOP RUN
           .

      *>  PAYAPPL.DAT is created on first use, same pattern as
      *>  DISCSTAT below.
       OPEN-APPLICATION-LOG.
           OPEN I-O PAYAPPL
           IF PAL-STATUS NOT = "00"
               OPEN OUTPUT PAYAPPL
               CLOSE PAYAPPL
               OPEN I-O PAYAPPL
           END-IF
           .

      *>  DISCSTAT.DAT is created on first use, same pattern as
      *>  ACCTSUM/DUPCHECK in telco5; the issued-orders log appends
      *>  across nights like the audit trails.
                       CONTINUE
                   NOT INVALID KEY
                       IF DST-DISCONNECTED
                           MOVE WS-PAY-CUR TO WS-SAVE-CUR
                           MOVE SPACES     TO WS-PAY-CUR
                           PERFORM COLLECT-OPEN-INVOICES
                           MOVE WS-SAVE-CUR TO WS-PAY-CUR
                           IF WS-OPEN-COUNT = ZERO
                               PERFORM WRITE-RECONNECT-ORDER
                           END-IF
      *>  and anything still unapplied lands in suspense.
       APPLY-ONE-PAYMENT.
           ADD 1          TO WS-PAYMENT-COUNT
           PERFORM SET-RECEIPT-CURRENCY
           ADD WS-PAY-HOME-AMT TO WS-PAYMENT-TOT
           IF PAY-CHECK-REF (1:2) = "DD"
               PERFORM CHECK-DEBIT-LOG
               IF NOT DEBIT-ROW-VALID
                   ADD 1          TO WS-DEBIT-REJ-COUNT
                   ADD PAY-AMOUNT TO WS-DEBIT-REJ-TOT
                   MOVE "DEBIT REFUSED" TO WS-DISPOSITION
                   PERFORM WRITE-PAYMENT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PAY-AMOUNT  TO WS-PAY-REMAIN
           MOVE PAY-ACCT-NO TO WS-TARGET-ACCT
           MOVE ZERO        TO WS-PLAN-CREDIT
           MOVE ZERO        TO WS-PAY-APPLIED-HOME WS-PAY-RELIEF-HOME
           IF WS-PAY-CUR NOT = SPACES
           AND WS-RECEIPT-RATE = ZERO
               ADD 1          TO WS-FX-NORATE-COUNT
               ADD PAY-AMOUNT TO WS-FX-NORATE-TOT
               PERFORM WRITE-SUSPENSE-RECORD
               MOVE "FX RATE MISSING" TO WS-DISPOSITION
               PERFORM WRITE-PAYMENT-LINE
               EXIT PARAGRAPH
           END-IF
           IF PAY-CHECK-REF (1:2) NOT = "DD"
               PERFORM CHECK-CASH-ONLY
               IF PAYER-IS-CASH-ONLY
                   ADD 1          TO WS-CASHO-COUNT
                   ADD WS-PAY-HOME-AMT TO WS-CASHO-TOT
                   PERFORM WRITE-SUSPENSE-RECORD
                   MOVE "CASH-ONLY REFUSED" TO WS-DISPOSITION
                   PERFORM WRITE-PAYMENT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PAY-INV-NO NOT = ZERO
               PERFORM APPLY-TO-STUB-INVOICE
           END-IF
           AND WS-TARGET-ACCT NOT = ZERO
               PERFORM APPLY-OLDEST-FIRST
           END-IF
           MOVE WS-PAY-APPLIED-HOME TO WS-PLAN-APPLIED
           IF WS-PLAN-APPLIED > ZERO
               PERFORM ADVANCE-PAYMENT-PLAN
               PERFORM CHECK-RECONNECT
           ELSE
               MOVE "APPLIED" TO WS-DISPOSITION
           END-IF
           IF PAY-CHECK-REF (1:2) = "DD"
               PERFORM MARK-DEBIT-POSTED
           END-IF
           PERFORM LOG-PAYMENT-TOTALS
           PERFORM WRITE-PAYMENT-LINE
           .

      *>  The receipt's currency and, for a foreign one, the rate
      *>  effective on the payment date (the deposit date, else
      *>  today, when the row carries none) -- the latest
      *>  FXRATE.DAT row for the currency dated on or before it.
      *>  WS-PAY-HOME-AMT is the receipt at that rate; zero when
      *>  there is no rate.
       SET-RECEIPT-CURRENCY.
           MOVE PAY-CURRENCY TO WS-PAY-CUR
           MOVE ZERO         TO WS-RECEIPT-RATE
           IF WS-PAY-CUR = SPACES
               MOVE PAY-AMOUNT TO WS-PAY-HOME-AMT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PAY-HOME-AMT
           MOVE PAY-DATE TO WS-RATE-DATE
           IF WS-RATE-DATE = ZERO
               MOVE WS-DEPOSIT-DATE TO WS-RATE-DATE
           END-IF
           IF WS-RATE-DATE = ZERO
               MOVE WS-TODAY TO WS-RATE-DATE
           END-IF
           IF FX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-CUR   TO FX-CURRENCY
           MOVE WS-RATE-DATE TO FX-EFF-DATE
           START FXTAB KEY IS LESS THAN OR EQUAL FX-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FXTAB NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FX-CURRENCY = WS-PAY-CUR
                           AND FX-RATE > ZERO
                               MOVE FX-RATE TO WS-RECEIPT-RATE
                           END-IF
                   END-READ
           END-START
           COMPUTE WS-PAY-HOME-AMT ROUNDED =
                   PAY-AMOUNT * WS-RECEIPT-RATE
           END-COMPUTE
           .

      *>  A check is refused when the account it pays -- the one on
      *>  the remittance, else the stub invoice's owner -- carries
      *>  the cash-only flag.  No master on disk refuses nothing.
       CHECK-CASH-ONLY.
           MOVE "N" TO WS-CASH-ONLY
           IF ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-ACCT-NO TO ACCT-NO
           IF ACCT-NO = ZERO AND PAY-INV-NO NOT = ZERO
               MOVE PAY-INV-NO TO INV-NO
               READ INVREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INV-ACCT-NO TO ACCT-NO
               END-READ
           END-IF
           IF ACCT-NO = ZERO
               EXIT PARAGRAPH
           END-IF
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-CASH-ONLY
                       MOVE "Y" TO WS-CASH-ONLY
                   END-IF
           END-READ
           .

      *>  The payment-level row of the application log: what the
      *>  register took, what went to suspense, what the payment
      *>  arrangement was credited.  A reference seen before and
      *>  since returned starts afresh; one still standing (the
      *>  same check presented in two deposits) accumulates.
       LOG-PAYMENT-TOTALS.
           MOVE ZERO TO INV-NO
           PERFORM READ-APPLICATION-ROW
           ADD WS-PAY-RELIEF-HOME TO PAL-AMOUNT
           ADD PAY-AMOUNT         TO PAL-ITEM-AMT
           PERFORM SET-REMAIN-HOME
           ADD WS-REMAIN-HOME TO PAL-SUSP-AMT
           ADD WS-PLAN-CREDIT TO PAL-PLAN-AMT
           PERFORM WRITE-APPLICATION-ROW
           .

      *>  Position PAYAPPL on this payment's row for INV-NO, or lay
      *>  out a fresh one in the record area.
       READ-APPLICATION-ROW.
           MOVE "N" TO WS-APPL-ON-FILE
           MOVE PAY-CHECK-REF TO PAL-CHECK-REF
           MOVE PAY-ACCT-NO   TO PAL-ACCT-NO
           MOVE INV-NO        TO PAL-INV-NO
           READ PAYAPPL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-APPL-ON-FILE
           END-READ
           IF NOT APPL-ROW-ON-FILE OR PAL-RETURNED
               MOVE PAY-CHECK-REF  TO PAL-CHECK-REF
               MOVE PAY-ACCT-NO    TO PAL-ACCT-NO
               MOVE INV-NO         TO PAL-INV-NO
               MOVE ZERO           TO PAL-AMOUNT PAL-SUSP-AMT
                                      PAL-PLAN-AMT
                                      PAL-RETURN-DATE
                                      PAL-ITEM-AMT PAL-FX-AMT
                                      PAL-FX-GAIN-LOSS
               MOVE SPACES         TO PAL-RETURN-REASON
               MOVE "A"            TO PAL-STATUS-IND
           END-IF
           MOVE WS-PAY-CUR     TO PAL-CURRENCY
           MOVE WS-TARGET-ACCT TO PAL-BILL-ACCT
           MOVE WS-TODAY       TO PAL-POST-DATE
           .

       WRITE-APPLICATION-ROW.
           IF PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF APPL-ROW-ON-FILE
               REWRITE PAYAPPL-REC
               END-REWRITE
           ELSE
               WRITE PAYAPPL-REC
               END-WRITE
           END-IF
           .

      *>  A direct-debit posting row is good only against an
      *>  originated, unposted log row for the same invoice and
      *>  trace reference.  No log on disk means no debit can be
      *>  proven, so the row is refused rather than posted blind.
       CHECK-DEBIT-LOG.
           MOVE "N" TO WS-DEBIT-OK
           IF DBL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PAY-INV-NO TO DBL-INV-NO
           READ DEBITLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DBL-ORIGINATED
                   AND DBL-TRACE-REF = PAY-CHECK-REF
                       MOVE "Y" TO WS-DEBIT-OK
                   END-IF
           END-READ
           .

       MARK-DEBIT-POSTED.
           MOVE PAY-INV-NO TO DBL-INV-NO
           READ DEBITLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "P" TO DBL-STATUS-IND
                   REWRITE DEBITLOG-REC
           END-READ
           .

      *>  The invoice the customer's stub names.  A stub invoice the
      *>  register does not know falls through to the account path
      *>  with the full amount still in hand; a known one also gives
                   CONTINUE
               NOT INVALID KEY
                   MOVE INV-ACCT-NO TO WS-TARGET-ACCT
                   PERFORM COMPUTE-OPEN-BALANCE
                   IF WS-OPEN-BAL > ZERO
                       IF WS-PAY-REMAIN < WS-OPEN-BAL
                           MOVE WS-PAY-REMAIN TO WS-TAKE-AMT
                               EXIT PERFORM
                       END-READ
                       IF INV-ACCT-NO = WS-TARGET-ACCT
                           PERFORM COMPUTE-OPEN-BALANCE
                           IF WS-OPEN-BAL > ZERO
                           AND WS-OPEN-COUNT < 50
                               ADD 1 TO WS-OPEN-COUNT
               INVALID KEY
                   MOVE ZERO TO OI-OPEN-BAL (WS-OLDEST-SLOT)
               NOT INVALID KEY
                   PERFORM COMPUTE-OPEN-BALANCE
                   IF WS-OPEN-BAL > ZERO
                       IF WS-PAY-REMAIN < WS-OPEN-BAL
                           MOVE WS-PAY-REMAIN TO WS-TAKE-AMT
           END-READ
           .

      *>  The register row in the record area's open balance, in
      *>  the currency of the payment in flight.  A foreign receipt
      *>  sees only the invoices billed in its own currency, and
      *>  those by what is still owed in it; the home balance
      *>  still rules whether anything is owed at all.
       COMPUTE-OPEN-BALANCE.
           COMPUTE WS-OPEN-HOME = INV-AMT-DUE - INV-PAID-AMT
                                  - INV-WOFF-AMT
           END-COMPUTE
           MOVE WS-OPEN-HOME TO WS-OPEN-BAL
           IF WS-PAY-CUR = SPACES
               EXIT PARAGRAPH
           END-IF
           IF INV-CURRENCY NOT = WS-PAY-CUR
           OR WS-OPEN-HOME NOT > ZERO
               MOVE ZERO TO WS-OPEN-BAL
           ELSE
               COMPUTE WS-OPEN-BAL = INV-FX-AMT-DUE - INV-FX-PAID-AMT
               END-COMPUTE
           END-IF
           .

      *>  The only place INV-PAID-AMT is raised -- the register row
      *>  in the record area is rewritten in place, and the run's
      *>  applied total moves with it.  A home-currency payment on
      *>  an invoice billed in a foreign currency also moves its
      *>  billing-currency balance, at the invoice's rate.  A
      *>  foreign receipt relieves the register at the invoice's
      *>  rate and is worth the cash at the receipt's; the
      *>  difference is realized exchange gain or loss.  Both
      *>  the billing-currency amount taken and the gain or loss
      *>  go on the invoice's application row, so telrtn can take
      *>  them back if the item is returned.
       POST-TO-REGISTER-ROW.
           MOVE ZERO TO WS-FX-TAKE WS-FX-DIFF
           IF WS-PAY-CUR = SPACES
               MOVE WS-TAKE-AMT TO WS-RELIEF-AMT WS-CASH-HOME
               IF INV-CURRENCY NOT = SPACES
               AND INV-FX-RATE > ZERO
                   COMPUTE WS-FX-TAKE ROUNDED =
                           WS-TAKE-AMT / INV-FX-RATE
                   END-COMPUTE
                   ADD WS-FX-TAKE TO INV-FX-PAID-AMT
               END-IF
           ELSE
               MOVE WS-TAKE-AMT TO WS-FX-TAKE
               ADD WS-TAKE-AMT TO INV-FX-PAID-AMT
               IF INV-FX-PAID-AMT NOT < INV-FX-AMT-DUE
                   MOVE WS-OPEN-HOME TO WS-RELIEF-AMT
               ELSE
                   COMPUTE WS-RELIEF-AMT ROUNDED =
                           WS-TAKE-AMT * INV-FX-RATE
                   END-COMPUTE
                   IF WS-RELIEF-AMT > WS-OPEN-HOME
                       MOVE WS-OPEN-HOME TO WS-RELIEF-AMT
                   END-IF
               END-IF
               COMPUTE WS-CASH-HOME ROUNDED =
                       WS-TAKE-AMT * WS-RECEIPT-RATE
               END-COMPUTE
               COMPUTE WS-FX-DIFF = WS-CASH-HOME - WS-RELIEF-AMT
               END-COMPUTE
               ADD WS-FX-DIFF TO INV-FX-GAIN-LOSS
               PERFORM ADD-FX-GAIN-LOSS
           END-IF
           ADD WS-RELIEF-AMT TO INV-PAID-AMT
           REWRITE INVREG-REC
           ADD WS-CASH-HOME     TO WS-APPLIED-TOT
                                   WS-PAY-APPLIED-HOME
           ADD WS-RELIEF-AMT    TO WS-PAY-RELIEF-HOME
           SUBTRACT WS-TAKE-AMT FROM WS-PAY-REMAIN
           PERFORM READ-APPLICATION-ROW
           ADD WS-RELIEF-AMT TO PAL-AMOUNT
           ADD WS-FX-TAKE    TO PAL-FX-AMT
           ADD WS-FX-DIFF    TO PAL-FX-GAIN-LOSS
           PERFORM WRITE-APPLICATION-ROW
           PERFORM EARN-LOYALTY-POINTS
           .

      *>  Points on the cash this invoice just took, in home
      *>  currency, for the invoice's own account.
       EARN-LOYALTY-POINTS.
           SET LRQ-EARN TO TRUE
           MOVE INV-ACCT-NO   TO LRQ-ACCT-NO
           MOVE PAY-CHECK-REF TO LRQ-CHECK-REF
           MOVE PAY-ACCT-NO   TO LRQ-REMIT-ACCT
           MOVE INV-NO        TO LRQ-INV-NO
           MOVE WS-CASH-HOME  TO LRQ-AMOUNT
           MOVE WS-TODAY      TO LRQ-DATE
           CALL "TELLOY" USING LOY-REQUEST
               ON EXCEPTION
                   MOVE "N" TO LRQ-RESULT
           END-CALL
           IF LRQ-POSTED
               ADD LRQ-POINTS TO WS-POINTS-TOT
           END-IF
           .

      *>  Run total of realized exchange gain or loss for the
      *>  receipt's currency.  More currencies than the table holds
      *>  are counted and flagged on the report, not booked.
       ADD-FX-GAIN-LOSS.
           PERFORM VARYING FXG-IDX FROM 1 BY 1
                   UNTIL FXG-IDX > WS-FXG-COUNT
               IF FXG-CURRENCY (FXG-IDX) = WS-PAY-CUR
                   ADD WS-FX-DIFF TO FXG-AMOUNT (FXG-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FXG-COUNT NOT < 20
               ADD 1 TO WS-FXG-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FXG-COUNT
           SET FXG-IDX TO WS-FXG-COUNT
           MOVE WS-PAY-CUR TO FXG-CURRENCY (FXG-IDX)
           MOVE WS-FX-DIFF TO FXG-AMOUNT (FXG-IDX)
           .

      *>  What is left of the payment in flight, in home currency:
      *>  a foreign receipt's is its home value less the cash
      *>  applied, so rounding on the way never strands a cent.
       SET-REMAIN-HOME.
           IF WS-PAY-CUR = SPACES
               MOVE WS-PAY-REMAIN TO WS-REMAIN-HOME
           ELSE
               COMPUTE WS-REMAIN-HOME =
                       WS-PAY-HOME-AMT - WS-PAY-APPLIED-HOME
               END-COMPUTE
           END-IF
           .

      *>  A kept instalment advances the account's arrangement in
                   NOT INVALID KEY
                       IF PLN-ACTIVE AND PLN-INSTALL-AMT > ZERO
                           ADD 1 TO WS-PLAN-UPD-COUNT
                           MOVE WS-PLAN-APPLIED TO WS-PLAN-CREDIT
                           COMPUTE WS-INST-BEFORE =
                                   PLN-PAID-TOT / PLN-INSTALL-AMT
                           END-COMPUTE
      *>  date, the clerk's whole worklist in one line.
       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT
           PERFORM SET-REMAIN-HOME
           ADD WS-REMAIN-HOME TO WS-SUSPENSE-TOT
           MOVE WS-REMAIN-HOME TO WS-AMT-OUT
           MOVE SPACES TO SUSPREC
           STRING PAY-ACCT-NO              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-TODAY                 DELIMITED BY SIZE
                INTO SUSPREC
           END-STRING
      *>  A foreign receipt's remainder also in its own currency,
      *>  which is what the clerk hands back or re-applies.
           IF WS-PAY-CUR NOT = SPACES
               MOVE WS-PAY-REMAIN TO WS-FX-REMAIN-OUT
               MOVE WS-PAY-CUR       TO SUSPREC (62:3)
               MOVE WS-FX-REMAIN-OUT TO SUSPREC (66:15)
           END-IF
           WRITE SUSPREC
           END-WRITE
           .
           END-STRING
           WRITE PAYREC
           END-WRITE
           MOVE WS-POINTS-TOT TO WS-POINTS-OUT
           MOVE SPACES TO PAYREC
           STRING "Loyalty points earned: " DELIMITED BY SIZE
                  WS-POINTS-OUT            DELIMITED BY SIZE
                INTO PAYREC
           END-STRING
           WRITE PAYREC
           END-WRITE
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-OUT
           MOVE WS-SUSPENSE-TOT   TO WS-AMT-OUT
           MOVE SPACES TO PAYREC
           END-STRING
           WRITE PAYREC
           END-WRITE
           IF WS-DEBIT-REJ-COUNT > ZERO
               MOVE WS-DEBIT-REJ-COUNT TO WS-COUNT-OUT
               MOVE WS-DEBIT-REJ-TOT   TO WS-AMT-OUT
               MOVE SPACES TO PAYREC
               STRING "*** Debit rows refused (not originated or "
                                           DELIMITED BY SIZE
                      "already posted): "  DELIMITED BY SIZE
                      WS-AMT-OUT           DELIMITED BY SIZE
                      "  ("                DELIMITED BY SIZE
                      WS-COUNT-OUT         DELIMITED BY SIZE
                      " items) ***"        DELIMITED BY SIZE
                    INTO PAYREC
               END-STRING
               WRITE PAYREC
               END-WRITE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CASHO-COUNT > ZERO
               MOVE WS-CASHO-COUNT TO WS-COUNT-OUT
               MOVE WS-CASHO-TOT   TO WS-AMT-OUT
               MOVE SPACES TO PAYREC
               STRING "Checks refused, cash-only accounts (in "
                                           DELIMITED BY SIZE
                      "suspense): "        DELIMITED BY SIZE
                      WS-AMT-OUT           DELIMITED BY SIZE
                      "  ("                DELIMITED BY SIZE
                      WS-COUNT-OUT         DELIMITED BY SIZE
                      " items)"            DELIMITED BY SIZE
                    INTO PAYREC
               END-STRING
               WRITE PAYREC
               END-WRITE
           END-IF
           IF WS-FX-NORATE-COUNT > ZERO
               MOVE WS-FX-NORATE-COUNT TO WS-COUNT-OUT
               MOVE WS-FX-NORATE-TOT   TO WS-AMT-OUT
               MOVE SPACES TO PAYREC
               STRING "*** Foreign receipts with no FXRATE.DAT rate "
                                           DELIMITED BY SIZE
                      "(in suspense, receipt currency): "
                                           DELIMITED BY SIZE
                      WS-AMT-OUT           DELIMITED BY SIZE
                      "  ("                DELIMITED BY SIZE
                      WS-COUNT-OUT         DELIMITED BY SIZE
                      " items) ***"        DELIMITED BY SIZE
                    INTO PAYREC
               END-STRING
               WRITE PAYREC
               END-WRITE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF HAVE-DEPOSIT-HEADER
               MOVE WS-DEPOSIT-AMT TO WS-AMT-OUT
               COMPUTE WS-AMT-OUT2 =
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE SPACES TO PAYREC
               STRING "*** No deposit header on "
                                           DELIMITED BY SIZE
                      FUNCTION TRIM (WS-LOCKBOX-NAME)
                                           DELIMITED BY SIZE
                      " -- no bank figure to prove against ***"
                                           DELIMITED BY SIZE
                    INTO PAYREC
               END-STRING
               WRITE PAYREC
               END-WRITE
           END-IF
           .

      *>  One "X" GLWORK.DAT row per currency with realized exchange
      *>  gain or loss this run: AMT1 the net, positive a gain,
      *>  GLW-CODE the currency -- telgl books it against accounts
      *>  receivable.  The batch line closes the posting report.
       WRITE-FX-GAIN-LOSS-ROWS.
           IF WS-FXG-COUNT = ZERO
           AND WS-FXG-OVERFLOW = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAYREC
           WRITE PAYREC
           END-WRITE
           OPEN EXTEND GLWORK
           IF GLWORK-STATUS NOT = "00"
               OPEN OUTPUT GLWORK
           END-IF
           PERFORM VARYING FXG-IDX FROM 1 BY 1
                   UNTIL FXG-IDX > WS-FXG-COUNT
               MOVE FXG-AMOUNT (FXG-IDX) TO WS-AMT-OUT
               MOVE SPACES TO PAYREC
               STRING "Realized FX gain(+)/loss(-) "
                                           DELIMITED BY SIZE
                      FXG-CURRENCY (FXG-IDX)
                                           DELIMITED BY SIZE
                      ": "                 DELIMITED BY SIZE
                      WS-AMT-OUT           DELIMITED BY SIZE
                    INTO PAYREC
               END-STRING
               WRITE PAYREC
               END-WRITE
               IF GLWORK-STATUS = "00"
               AND FXG-AMOUNT (FXG-IDX) NOT = ZERO
                   MOVE WS-FXG-BATCH         TO GLW-BATCH-ID
                   MOVE "X"                  TO GLW-TYPE
                   MOVE FXG-CURRENCY (FXG-IDX) TO GLW-CODE
                   MOVE SPACES               TO GLW-ENTITY
                   MOVE FXG-AMOUNT (FXG-IDX) TO GLW-AMT1
                   MOVE ZERO                 TO GLW-AMT2 GLW-AMT3
                   WRITE GLWORK-REC
                   END-WRITE
               END-IF
           END-PERFORM
           IF GLWORK-STATUS = "00"
               CLOSE GLWORK
               MOVE SPACES TO PAYREC
               STRING "GL batch " DELIMITED BY SIZE
                      WS-FXG-BATCH DELIMITED BY SIZE
                      " queued on GLWORK.DAT for telgl"
                                  DELIMITED BY SIZE
                    INTO PAYREC
               END-STRING
           ELSE
               MOVE "*** GLWORK.DAT not available -- realized FX "
                  & "gain/loss not queued ***" TO PAYREC
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE PAYREC
           END-WRITE
           IF WS-FXG-OVERFLOW > ZERO
               MOVE "*** More receipt currencies than the run table "
                  & "holds -- gain/loss for the rest not queued ***"
                 TO PAYREC
               WRITE PAYREC
               END-WRITE
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *>  The run's cash on the cash book.  A file without a deposit
      *>  header is booked on the posting date with no reference;
      *>  a run that posted nothing books nothing.
       WRITE-BANK-BOOK-ROW.
           IF WS-APPLIED-TOT + WS-SUSPENSE-TOT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BANKBOOK
           IF BANKBOOK-STATUS NOT = "00"
               OPEN OUTPUT BANKBOOK
           END-IF
           IF BANKBOOK-STATUS NOT = "00"
               MOVE "*** BANKBOOK.DAT not available -- deposit not "
                  & "on the cash book ***" TO PAYREC
               WRITE PAYREC
               END-WRITE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPOSIT-REF (1:6) = "DEBIT."
               MOVE "A"         TO BKB-SOURCE
           ELSE
               MOVE "L"         TO BKB-SOURCE
           END-IF
           MOVE "C"             TO BKB-DIRECTION
           MOVE WS-DEPOSIT-REF  TO BKB-REF
           IF HAVE-DEPOSIT-HEADER
               MOVE WS-DEPOSIT-DATE TO BKB-DATE
           ELSE
               MOVE WS-TODAY    TO BKB-DATE
           END-IF
           COMPUTE BKB-AMOUNT = WS-APPLIED-TOT + WS-SUSPENSE-TOT
           END-COMPUTE
           MOVE ZERO            TO BKB-ACCT-NO
           MOVE "telpay"        TO BKB-PROGRAM
           WRITE BANKBOOK-REC
           END-WRITE
           CLOSE BANKBOOK
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELPAY" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telpay.
