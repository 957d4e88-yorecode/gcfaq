      *>
      *> telrtn.cob -- returned-payment intake.  A check that bounced
      *> or a debit the bank sent back used to leave telpay's work
      *> standing: INV-PAID-AMT stayed raised, telaging aged the
      *> invoice as paid and teldun never chased it.  This run reads
      *> the bank's returned-item file (RETITEM.DAT, see
      *> CBRETITM.cpy) and, for each item:
      *>
      *>   - finds the original application on PAYAPPL.DAT (see
      *>     CBPAYAPL.cpy) by the item's reference and remittance
      *>     account; an item with no application on file, one
      *>     already returned, or one whose amount is not the
      *>     payment's is rejected to the report, never guessed at;
      *>   - takes INV-PAID-AMT back down on every invoice the
      *>     payment reached, so the invoices are open again for
      *>     telaging and teldun -- and, where either the receipt or
      *>     the invoice was in a foreign currency, the
      *>     billing-currency paid amount and the realized exchange
      *>     gain or loss the payment booked there too;
      *>   - takes back the credit the payment gave an active
      *>     payment arrangement (PAYPLAN.DAT) -- paid-to-date down,
      *>     the next due date rolled back one interval per
      *>     instalment no longer covered, a plan the payment had
      *>     completed re-opened;
      *>   - books the returned-item fee (TELCO_RETURN_FEE, default
      *>     25.00; zero books none) as a one-time charge on
      *>     ONETIME.DAT for the account's next invoice;
      *>   - flips a returned debit to "R" on DEBITLOG.DAT;
      *>   - drops one "N" GLWORK.DAT row for telgl to re-debit AR
      *>     (and, for a foreign receipt, an "X" row turning back
      *>     its realized gain or loss),
      *>     and one "N" cash-book row on BANKBOOK.DAT (see
      *>     CBBANKBK.cpy) for the item the bank charged back, for
      *>     telbrec to find on the statement;
      *>   - flags the account cash-only (ACCT-CASH-ONLY, see
      *>     CBACCT.cpy) when this is its second return inside
      *>     twelve months, suspending any autopay enrollment -- so
      *>     from then on telpay refuses its checks and teldebit
      *>     stops debiting it; and
      *>   - takes back, through TELLOY, the loyalty points the
      *>     payment earned on each invoice it reached.
      *>
      *> Whatever part of the item had gone to unapplied-cash
      *> suspense is listed for the clerk to clear off UNAPPCASH.
      *> A foreign-currency item is matched on the remittance in
      *> its own currency, as the bank returns it; everything it
      *> takes back off the books is in home currency.
      *>
      *> Report on TELRTN.TXT, one audit line per run on TELRTN.AUD.
      *> Same fail-closed billing-operations authorization as
      *> telclose: the launching id (TELCO_OPERATOR, else the login)
      *> must carry AUTH-BILLING-OPS on AUTHTB.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telrtn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTHTB-STATUS
                .
           SELECT RETITEM  ASSIGN TO
                "RETITEM.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS RTI-STATUS
                .
           SELECT PAYAPPL  ASSIGN TO
                "PAYAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PAL-KEY
                FILE STATUS IS PAL-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT PAYPLAN  ASSIGN TO
                "PAYPLAN.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PLN-ACCT-NO
                FILE STATUS IS PLN-STATUS
                .
           SELECT ONETIME  ASSIGN TO
                "ONETIME.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS OTC-KEY
                FILE STATUS IS OTC-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT AUTOPAY  ASSIGN TO
                "AUTOPAY.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS APY-ACCT-NO
                FILE STATUS IS APY-STATUS
                .
           SELECT DEBITLOG ASSIGN TO
                "DEBITLOG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DBL-INV-NO
                FILE STATUS IS DBL-STATUS
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
           SELECT RTNAUDIT ASSIGN TO
                "TELRTN.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS RTNAUDIT-STATUS
                .
           SELECT RTNRPT   ASSIGN TO
                "TELRTN.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RTNRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  RETITEM.
           COPY CBRETITM.
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  INVREG.
           COPY CBINVREG.
       FD  PAYPLAN.
           COPY CBPAYPLAN.
       FD  ONETIME.
           COPY CBONETIME.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTOPAY.
           COPY CBAUTOPAY.
       FD  DEBITLOG.
           COPY CBDEBLOG.
       FD  GLWORK.
           COPY CBGLW.
       FD  BANKBOOK.
           COPY CBBANKBK.
       FD  RTNAUDIT.
       01  RTNAUDIT-REC      PIC X(190).
       FD  RTNRPT.
       01  RTNRPT-REC        PIC X(110).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  RTI-STATUS        PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  PLN-STATUS        PIC XX      VALUE "00".
       01  OTC-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  APY-STATUS        PIC XX      VALUE "00".
       01  DBL-STATUS        PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  RTNAUDIT-STATUS   PIC XX      VALUE "00".
       01  BANKBOOK-STATUS   PIC XX      VALUE "00".
       01  RTNRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-BATCH-ID       PIC X(20)   VALUE SPACES.
       01  WS-ENV-FEE        PIC X(12)   VALUE SPACES.
       01  WS-RETURN-FEE     PIC S9(07)V99 COMP-5 VALUE 25.00.
      *>  Two returns no more than this many days apart make the
      *>  account cash-only.
       01  WS-REPEAT-DAYS    PIC 9(03)   VALUE 365.

      *>  The item in flight, off its payment-level log row.
       01  WS-REJECT-REASON  PIC X(30)   VALUE SPACES.
       01  WS-BILL-ACCT      PIC 9(10)   VALUE ZERO.
       01  WS-ITEM-TOT       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-SUSP-BACK      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-PLAN-BACK      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-REG-BACK       PIC S9(09)V99 COMP-5 VALUE ZERO.
      *>  A foreign item's realized gain (+) or loss (-) coming
      *>  back off its invoices, in the receipt's currency code.
       01  WS-FXGL-BACK      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-ITEM-CUR       PIC X(03)   VALUE SPACES.
       01  WS-RETURN-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-RETURN-INT     PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-LAST-INT       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-ITEM-ENTITY    PIC X(02)   VALUE SPACES.
       01  WS-CASHO-SET      PIC X       VALUE "N".
           88  CASH-ONLY-SET-NOW        VALUE "Y".
       01  WS-FEE-BOOKED     PIC X       VALUE "N".
           88  FEE-WAS-BOOKED           VALUE "Y".

      *>  Plan-rollback scratch: instalments covered before and
      *>  after the credit comes off decide how many intervals the
      *>  next due date rolls back.
       01  WS-INST-BEFORE    PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-INST-AFTER     PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-DUE-INT        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-NEXT-SEQ       PIC 9(04)   VALUE ZERO.

      *>  Run control totals.
       01  WS-READ-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-READ-TOT       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-REVERSED-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-REVERSED-TOT   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-SUSP-TOT       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-FXGL-TOT       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-REJECT-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-INV-REOPEN-CNT PIC 9(07)   VALUE ZERO.
       01  WS-PLAN-BACK-CNT  PIC 9(07)   VALUE ZERO.
       01  WS-FEE-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-FEE-TOT        PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-CASHO-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-POINTS-BACK    PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-POINTS-OUT     PIC -ZZZ,ZZZ,ZZ9.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

      *>  Loyalty ledger parameter block (see CBLOYRQ.cpy).
           COPY CBLOYRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                       " -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           STRING "RTN."              DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-BATCH-ID
           END-STRING
           PERFORM READ-RUN-KNOBS
           OPEN OUTPUT RTNRPT
           OPEN INPUT RETITEM
           IF RTI-STATUS NOT = "00"
               MOVE "*** RETITEM.DAT not available -- no returns "
                  & "processed ***" TO RTNRPT-REC
               WRITE RTNRPT-REC
               END-WRITE
               CLOSE RTNRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAYAPPL
           OPEN I-O INVREG
           IF PAL-STATUS NOT = "00"
           OR INVREG-STATUS NOT = "00"
               MOVE "*** PAYAPPL.DAT/INVREG.DAT not available -- "
                  & "no returns processed ***" TO RTNRPT-REC
               WRITE RTNRPT-REC
               END-WRITE
               CLOSE RETITEM
                     PAYAPPL
                     INVREG
                     RTNRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PAYPLAN
           PERFORM OPEN-ONETIME-FILE
           OPEN I-O ACCT-MASTER
           OPEN I-O AUTOPAY
           OPEN I-O DEBITLOG
           OPEN EXTEND GLWORK
           IF GLWORK-STATUS NOT = "00"
               OPEN OUTPUT GLWORK
           END-IF
           OPEN EXTEND BANKBOOK
           IF BANKBOOK-STATUS NOT = "00"
               OPEN OUTPUT BANKBOOK
           END-IF
           MOVE "==== RETURNED PAYMENTS ====" TO RTNRPT-REC
           WRITE RTNRPT-REC
           END-WRITE
           PERFORM UNTIL 0 = 1
               READ RETITEM
                   AT END
                       EXIT PERFORM
               END-READ
               IF RTI-DETAIL
                   PERFORM PROCESS-ONE-RETURN
               END-IF
           END-PERFORM
           CLOSE RETITEM
                 PAYAPPL
                 INVREG
                 PAYPLAN
                 ONETIME
                 ACCT-MASTER
                 AUTOPAY
                 DEBITLOG
                 GLWORK
                 BANKBOOK
           SET LRQ-CLOSE TO TRUE
           CALL "TELLOY" USING LOY-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM WRITE-RUN-SUMMARY
           PERFORM WRITE-AUDIT-RECORD
           CLOSE RTNRPT
           STOP RUN
           .

      *>  Same fail-closed billing-operations check as telclose.
       CHECK-RUN-AUTHORIZATION.
           MOVE "N" TO WS-OPER-AUTHORIZED
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "TELCO_OPERATOR"
           END-ACCEPT
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
               END-ACCEPT
           END-IF
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
               END-ACCEPT
           END-IF
           OPEN INPUT AUTHTB
           IF AUTHTB-STATUS = "00"
               MOVE WS-OPERATOR-ID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-BILLING-OPS
                           MOVE "Y" TO WS-OPER-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

       READ-RUN-KNOBS.
           MOVE SPACES TO WS-ENV-FEE
           ACCEPT WS-ENV-FEE FROM ENVIRONMENT "TELCO_RETURN_FEE"
           END-ACCEPT
           IF WS-ENV-FEE NOT = SPACES
               COMPUTE WS-RETURN-FEE = FUNCTION NUMVAL (WS-ENV-FEE)
               END-COMPUTE
           END-IF
           MOVE "TELCO_RETURN_FEE" TO CFQ-SETTING
           MOVE WS-ENV-FEE TO CFQ-ENV-VALUE
           MOVE WS-RETURN-FEE TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  ONETIME.DAT is created on first use, same pattern as
      *>  telotc.
       OPEN-ONETIME-FILE.
           OPEN I-O ONETIME
           IF OTC-STATUS NOT = "00"
               OPEN OUTPUT ONETIME
               CLOSE ONETIME
               OPEN I-O ONETIME
           END-IF
           .

      *>  One returned item, start to finish.  The payment-level
      *>  log row is claimed (flipped to returned) before anything
      *>  else moves, so a returned-item file fed twice is rejected
      *>  the second time rather than reversed twice.
       PROCESS-ONE-RETURN.
           ADD 1          TO WS-READ-COUNT
           ADD RTI-AMOUNT TO WS-READ-TOT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RTI-CHECK-REF TO PAL-CHECK-REF
           MOVE RTI-ACCT-NO   TO PAL-ACCT-NO
           MOVE ZERO          TO PAL-INV-NO
           READ PAYAPPL
               INVALID KEY
                   MOVE "NO PAYMENT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF PAL-RETURNED
                       MOVE "ALREADY RETURNED" TO WS-REJECT-REASON
                   END-IF
           END-READ
      *>  A foreign item is the remittance in its own currency;
      *>  a home one is what the register took plus suspense.
           IF WS-REJECT-REASON = SPACES
               IF PAL-CURRENCY NOT = SPACES
                   MOVE PAL-ITEM-AMT TO WS-ITEM-TOT
               ELSE
                   COMPUTE WS-ITEM-TOT = PAL-AMOUNT + PAL-SUSP-AMT
                   END-COMPUTE
               END-IF
               IF WS-ITEM-TOT NOT = RTI-AMOUNT
                   MOVE "AMOUNT NOT THE PAYMENT'S" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE RTI-RETURN-DATE TO WS-RETURN-DATE
           IF RTI-RETURN-DATE NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD (RTI-RETURN-DATE)
              NOT = ZERO
               MOVE WS-TODAY TO WS-RETURN-DATE
           END-IF
           MOVE PAL-BILL-ACCT TO WS-BILL-ACCT
           MOVE PAL-SUSP-AMT  TO WS-SUSP-BACK
           MOVE PAL-PLAN-AMT  TO WS-PLAN-BACK
           MOVE PAL-CURRENCY  TO WS-ITEM-CUR
           MOVE ZERO          TO WS-REG-BACK WS-FXGL-BACK
           MOVE "R"            TO PAL-STATUS-IND
           MOVE WS-RETURN-DATE TO PAL-RETURN-DATE
           MOVE RTI-REASON     TO PAL-RETURN-REASON
           REWRITE PAYAPPL-REC
           END-REWRITE
           PERFORM REVERSE-INVOICE-APPLICATIONS
           IF WS-PLAN-BACK > ZERO
               PERFORM REVERSE-PLAN-CREDIT
           END-IF
           IF RTI-CHECK-REF (1:2) = "DD"
               PERFORM MARK-DEBIT-RETURNED
           END-IF
           PERFORM CHECK-REPEAT-RETURN
           PERFORM BOOK-RETURN-FEE
           PERFORM WRITE-GL-WORK-ROW
           PERFORM WRITE-BANK-BOOK-ROW
           ADD 1            TO WS-REVERSED-COUNT
           ADD WS-REG-BACK  TO WS-REVERSED-TOT
           ADD WS-SUSP-BACK TO WS-SUSP-TOT
           ADD WS-FXGL-BACK TO WS-FXGL-TOT
           PERFORM WRITE-RETURN-LINE
           .

      *>  Every invoice row logged under the payment, walked in key
      *>  order off the payment-level row, gives back what it took.
       REVERSE-INVOICE-APPLICATIONS.
           START PAYAPPL KEY IS GREATER THAN PAL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ PAYAPPL NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF PAL-CHECK-REF NOT = RTI-CHECK-REF
               OR PAL-ACCT-NO NOT = RTI-ACCT-NO
                   EXIT PERFORM
               END-IF
               IF PAL-APPLIED
                   PERFORM REOPEN-ONE-INVOICE
                   MOVE "R"            TO PAL-STATUS-IND
                   MOVE WS-RETURN-DATE TO PAL-RETURN-DATE
                   MOVE RTI-REASON     TO PAL-RETURN-REASON
                   REWRITE PAYAPPL-REC
                   END-REWRITE
               END-IF
           END-PERFORM
           .

      *>  The invoice gives back the home relief, and whatever the
      *>  payment took off its billing-currency balance and booked
      *>  as realized gain or loss, so a later foreign receipt sees
      *>  it open again.
       REOPEN-ONE-INVOICE.
           MOVE PAL-INV-NO TO INV-NO
           READ INVREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT PAL-AMOUNT       FROM INV-PAID-AMT
                   SUBTRACT PAL-FX-AMT       FROM INV-FX-PAID-AMT
                   SUBTRACT PAL-FX-GAIN-LOSS FROM INV-FX-GAIN-LOSS
                   REWRITE INVREG-REC
                   END-REWRITE
                   ADD PAL-AMOUNT       TO WS-REG-BACK
                   ADD PAL-FX-GAIN-LOSS TO WS-FXGL-BACK
                   ADD 1 TO WS-INV-REOPEN-CNT
                   PERFORM TAKE-BACK-LOYALTY-POINTS
           END-READ
           .

      *>  The points telpay earned the invoice's account on this
      *>  payment come off its loyalty ledger.
       TAKE-BACK-LOYALTY-POINTS.
           SET LRQ-REVERSE-PAYMENT TO TRUE
           MOVE INV-ACCT-NO    TO LRQ-ACCT-NO
           MOVE PAL-CHECK-REF  TO LRQ-CHECK-REF
           MOVE PAL-ACCT-NO    TO LRQ-REMIT-ACCT
           MOVE PAL-INV-NO     TO LRQ-INV-NO
           MOVE ZERO           TO LRQ-AMOUNT
           MOVE WS-RETURN-DATE TO LRQ-DATE
           CALL "TELLOY" USING LOY-REQUEST
               ON EXCEPTION
                   MOVE "N" TO LRQ-RESULT
           END-CALL
           IF LRQ-POSTED
               SUBTRACT LRQ-POINTS FROM WS-POINTS-BACK
           END-IF
           .

      *>  The arrangement gives back the returned payment's credit:
      *>  paid-to-date comes down, the next due date rolls back one
      *>  interval per whole instalment no longer covered, and a
      *>  plan the payment had paid out is active again.  A plan
      *>  since cancelled or broken is left as it stands.
       REVERSE-PLAN-CREDIT.
           IF PLN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-ACCT TO PLN-ACCT-NO
           READ PAYPLAN
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT PLN-ACTIVE AND NOT PLN-COMPLETED
               EXIT PARAGRAPH
           END-IF
           IF PLN-INSTALL-AMT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INST-BEFORE = PLN-PAID-TOT / PLN-INSTALL-AMT
           END-COMPUTE
           SUBTRACT WS-PLAN-BACK FROM PLN-PAID-TOT
           IF PLN-PAID-TOT < ZERO
               MOVE ZERO TO PLN-PAID-TOT
           END-IF
           COMPUTE WS-INST-AFTER = PLN-PAID-TOT / PLN-INSTALL-AMT
           END-COMPUTE
           IF WS-INST-AFTER < WS-INST-BEFORE
               COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE (PLN-NEXT-DUE-DATE)
                     - (WS-INST-BEFORE - WS-INST-AFTER)
                     * PLN-INTERVAL-DAYS
               END-COMPUTE
               COMPUTE PLN-NEXT-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
               END-COMPUTE
           END-IF
           IF PLN-COMPLETED AND PLN-PAID-TOT < PLN-AGREED-TOT
               MOVE "A" TO PLN-STATUS-IND
           END-IF
           REWRITE PAYPLAN-REC
           END-REWRITE
           ADD 1 TO WS-PLAN-BACK-CNT
           .

       MARK-DEBIT-RETURNED.
           IF DBL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RTI-CHECK-REF (3:8) TO DBL-INV-NO
           READ DEBITLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DBL-TRACE-REF = RTI-CHECK-REF
                       MOVE "R" TO DBL-STATUS-IND
                       REWRITE DEBITLOG-REC
                       END-REWRITE
                   END-IF
           END-READ
           .

      *>  A second return inside the repeat window makes the
      *>  account cash-only and suspends its autopay; either way
      *>  this return becomes the one the next is measured from.
       CHECK-REPEAT-RETURN.
           MOVE "N" TO WS-CASHO-SET
           MOVE SPACES TO WS-ITEM-ENTITY
           IF ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-ACCT TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCT-ENTITY-CODE TO WS-ITEM-ENTITY
           IF ACCT-LAST-RETURN NUMERIC
           AND ACCT-LAST-RETURN NOT = ZERO
           AND NOT ACCT-CASH-ONLY
               COMPUTE WS-RETURN-INT =
                       FUNCTION INTEGER-OF-DATE (WS-RETURN-DATE)
               END-COMPUTE
               COMPUTE WS-LAST-INT =
                       FUNCTION INTEGER-OF-DATE (ACCT-LAST-RETURN)
               END-COMPUTE
               IF WS-RETURN-INT - WS-LAST-INT <= WS-REPEAT-DAYS
                   MOVE "C" TO ACCT-CASH-ONLY-IND
                   SET CASH-ONLY-SET-NOW TO TRUE
                   ADD 1 TO WS-CASHO-COUNT
               END-IF
           END-IF
           MOVE WS-RETURN-DATE TO ACCT-LAST-RETURN
           REWRITE ACCT-MASTER-REC
           END-REWRITE
           IF CASH-ONLY-SET-NOW
               PERFORM SUSPEND-AUTOPAY
           END-IF
           .

       SUSPEND-AUTOPAY.
           IF APY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BILL-ACCT TO APY-ACCT-NO
           READ AUTOPAY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APY-ACTIVE
                       MOVE "S"            TO APY-STATUS-IND
                       MOVE WS-OPERATOR-ID TO APY-SET-BY
                       MOVE WS-TODAY       TO APY-SET-DATE
                       REWRITE AUTOPAY-REC
                       END-REWRITE
                   END-IF
           END-READ
           .

      *>  The fee rides the account's next invoice like any other
      *>  one-time charge, under the next free sequence -- the
      *>  telotc find-the-end walk -- with the returned item's
      *>  reference as its order reference.
       BOOK-RETURN-FEE.
           MOVE "N" TO WS-FEE-BOOKED
           IF WS-RETURN-FEE NOT > ZERO
           OR OTC-STATUS NOT = "00"
           OR WS-BILL-ACCT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-SEQUENCE
           MOVE WS-BILL-ACCT   TO OTC-ACCT-NO
           MOVE WS-NEXT-SEQ    TO OTC-SEQ
           MOVE "RTNF"         TO OTC-CODE
           MOVE "RETURNED PAYMENT FEE" TO OTC-DESC
           MOVE WS-RETURN-FEE  TO OTC-AMOUNT
           MOVE RTI-CHECK-REF  TO OTC-ORDER-REF
           MOVE "P"            TO OTC-STATUS-IND
           MOVE ZERO           TO OTC-BILLED-DATE OTC-BILLED-INV
           WRITE ONETIME-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FEE-WAS-BOOKED TO TRUE
                   ADD 1             TO WS-FEE-COUNT
                   ADD WS-RETURN-FEE TO WS-FEE-TOT
           END-WRITE
           .

       FIND-NEXT-SEQUENCE.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE WS-BILL-ACCT TO OTC-ACCT-NO
           MOVE ZERO TO OTC-SEQ
           START ONETIME KEY IS GREATER THAN OR EQUAL OTC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ ONETIME NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF OTC-ACCT-NO NOT = WS-BILL-ACCT
                           EXIT PERFORM
                       END-IF
                       MOVE OTC-SEQ TO WS-NEXT-SEQ
                   END-PERFORM
           END-START
           ADD 1 TO WS-NEXT-SEQ
           .

      *>  One "N" row per reversal, under the run's batch id, the
      *>  cash going back at its home value -- for a foreign item
      *>  the register relief plus the gain (less the loss).  That
      *>  gain or loss comes off again on an "X" row, sign turned,
      *>  under the currency and entity telpay booked it with.
       WRITE-GL-WORK-ROW.
           IF GLWORK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-ID    TO GLW-BATCH-ID
           MOVE "N"            TO GLW-TYPE
           MOVE RTI-REASON     TO GLW-CODE
           MOVE WS-ITEM-ENTITY TO GLW-ENTITY
           COMPUTE GLW-AMT1 = WS-REG-BACK + WS-FXGL-BACK
           END-COMPUTE
           MOVE WS-SUSP-BACK   TO GLW-AMT2
           MOVE ZERO           TO GLW-AMT3
           WRITE GLWORK-REC
           END-WRITE
           IF WS-FXGL-BACK NOT = ZERO
               MOVE WS-BATCH-ID    TO GLW-BATCH-ID
               MOVE "X"            TO GLW-TYPE
               MOVE WS-ITEM-CUR    TO GLW-CODE
               MOVE SPACES         TO GLW-ENTITY
               COMPUTE GLW-AMT1 = ZERO - WS-FXGL-BACK
               END-COMPUTE
               MOVE ZERO           TO GLW-AMT2 GLW-AMT3
               WRITE GLWORK-REC
               END-WRITE
           END-IF
           .

      *>  The whole item as the bank took it back, under its own
      *>  reference and return date -- a foreign item at the home
      *>  value telpay put on the cash book.
       WRITE-BANK-BOOK-ROW.
           IF BANKBOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"            TO BKB-SOURCE
           MOVE "D"            TO BKB-DIRECTION
           MOVE RTI-CHECK-REF  TO BKB-REF
           MOVE WS-RETURN-DATE TO BKB-DATE
           MOVE RTI-AMOUNT     TO BKB-AMOUNT
           MOVE WS-BILL-ACCT   TO BKB-ACCT-NO
           MOVE "telrtn"       TO BKB-PROGRAM
           IF WS-ITEM-CUR NOT = SPACES
               COMPUTE BKB-AMOUNT = WS-REG-BACK + WS-FXGL-BACK
                                  + WS-SUSP-BACK
               END-COMPUTE
           END-IF
           WRITE BANKBOOK-REC
           END-WRITE
           .

       WRITE-RETURN-LINE.
           MOVE RTI-AMOUNT  TO WS-AMT-OUT
           MOVE WS-REG-BACK TO WS-AMT-OUT2
           MOVE SPACES TO RTNRPT-REC
           STRING "  "                     DELIMITED BY SIZE
                  RTI-CHECK-REF            DELIMITED BY SIZE
                  " acct "                 DELIMITED BY SIZE
                  WS-BILL-ACCT             DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  RTI-REASON               DELIMITED BY SIZE
                  " item "                 DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                  " off register "         DELIMITED BY SIZE
                  WS-AMT-OUT2              DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           IF WS-SUSP-BACK NOT = ZERO
               MOVE WS-SUSP-BACK TO WS-AMT-OUT
               MOVE SPACES TO RTNRPT-REC
               STRING "      suspense portion " DELIMITED BY SIZE
                      WS-AMT-OUT                DELIMITED BY SIZE
                      " -- clear it off UNAPPCASH.DAT"
                                                DELIMITED BY SIZE
                    INTO RTNRPT-REC
               END-STRING
               WRITE RTNRPT-REC
               END-WRITE
           END-IF
           IF WS-FXGL-BACK NOT = ZERO
               MOVE WS-FXGL-BACK TO WS-AMT-OUT
               MOVE SPACES TO RTNRPT-REC
               STRING "      "                 DELIMITED BY SIZE
                      WS-ITEM-CUR              DELIMITED BY SIZE
                      " item -- realized FX gain(+)/loss(-) "
                                               DELIMITED BY SIZE
                      WS-AMT-OUT               DELIMITED BY SIZE
                      " reversed"              DELIMITED BY SIZE
                    INTO RTNRPT-REC
               END-STRING
               WRITE RTNRPT-REC
               END-WRITE
           END-IF
           IF FEE-WAS-BOOKED
               MOVE WS-RETURN-FEE TO WS-AMT-OUT
               MOVE SPACES TO RTNRPT-REC
               STRING "      returned-item fee " DELIMITED BY SIZE
                      WS-AMT-OUT                 DELIMITED BY SIZE
                      " queued for next invoice" DELIMITED BY SIZE
                    INTO RTNRPT-REC
               END-STRING
               WRITE RTNRPT-REC
               END-WRITE
           END-IF
           IF CASH-ONLY-SET-NOW
               MOVE "      *** second return in twelve months -- "
                  & "account now CASH-ONLY, autopay suspended ***"
                 TO RTNRPT-REC
               WRITE RTNRPT-REC
               END-WRITE
           END-IF
           .

       WRITE-REJECT-LINE.
           MOVE RTI-AMOUNT TO WS-AMT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "  "                     DELIMITED BY SIZE
                  RTI-CHECK-REF            DELIMITED BY SIZE
                  " acct "                 DELIMITED BY SIZE
                  RTI-ACCT-NO              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  RTI-REASON               DELIMITED BY SIZE
                  " item "                 DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                  "  *** REJECTED: "       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REJECT-REASON)
                                           DELIMITED BY SIZE
                  " ***"                   DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           .

      *>  Control totals: items read, reversed, rejected; what came
      *>  back off the register and out of suspense; the fees and
      *>  cash-only flags that followed.  Any reject sets RC 8 so
      *>  the item is worked before the day is signed off.
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO RTNRPT-REC
           WRITE RTNRPT-REC
           END-WRITE
           MOVE WS-READ-COUNT TO WS-COUNT-OUT
           MOVE WS-READ-TOT   TO WS-AMT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Returned items read: "  DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                  "  totaling "            DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           MOVE WS-REVERSED-COUNT TO WS-COUNT-OUT
           MOVE WS-REVERSED-TOT   TO WS-AMT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Payments reversed: "    DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                  "  off the register "    DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           MOVE WS-SUSP-TOT TO WS-AMT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Suspense portions to clear: " DELIMITED BY SIZE
                  WS-AMT-OUT                     DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           IF WS-FXGL-TOT NOT = ZERO
               MOVE WS-FXGL-TOT TO WS-AMT-OUT
               MOVE SPACES TO RTNRPT-REC
               STRING "Realized FX gain(+)/loss(-) reversed: "
                                                 DELIMITED BY SIZE
                      WS-AMT-OUT                 DELIMITED BY SIZE
                    INTO RTNRPT-REC
               END-STRING
               WRITE RTNRPT-REC
               END-WRITE
           END-IF
           MOVE WS-INV-REOPEN-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Invoices re-opened: "   DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           MOVE WS-PLAN-BACK-CNT TO WS-COUNT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Payment plans rolled back: " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           MOVE WS-FEE-COUNT TO WS-COUNT-OUT
           MOVE WS-FEE-TOT   TO WS-AMT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Returned-item fees booked: " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  "  totaling "                 DELIMITED BY SIZE
                  WS-AMT-OUT                    DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           MOVE WS-CASHO-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Accounts made cash-only: " DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           MOVE WS-POINTS-BACK TO WS-POINTS-OUT
           MOVE SPACES TO RTNRPT-REC
           STRING "Loyalty points taken back: " DELIMITED BY SIZE
                  WS-POINTS-OUT                 DELIMITED BY SIZE
                INTO RTNRPT-REC
           END-STRING
           WRITE RTNRPT-REC
           END-WRITE
           IF WS-REJECT-COUNT > ZERO
               MOVE WS-REJECT-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO RTNRPT-REC
               STRING "*** Items rejected: "  DELIMITED BY SIZE
                      WS-COUNT-OUT            DELIMITED BY SIZE
                      " -- work them before sign-off ***"
                                              DELIMITED BY SIZE
                    INTO RTNRPT-REC
               END-STRING
               WRITE RTNRPT-REC
               END-WRITE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-REVERSED-COUNT > ZERO
               MOVE SPACES TO RTNRPT-REC
               STRING "GL work queued under batch " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-BATCH-ID)   DELIMITED BY SIZE
                      " -- run telgl with it"       DELIMITED BY SIZE
                    INTO RTNRPT-REC
               END-STRING
               WRITE RTNRPT-REC
               END-WRITE
           END-IF
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as teladj's TELCO.JAUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND RTNAUDIT
           IF RTNAUDIT-STATUS NOT = "00"
               OPEN OUTPUT RTNAUDIT
           END-IF
           MOVE WS-REVERSED-TOT TO WS-AMT-OUT
           MOVE SPACES TO RTNAUDIT-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  user="              DELIMITED BY SIZE
                  WS-OPERATOR-ID         DELIMITED BY SIZE
                  "  items="             DELIMITED BY SIZE
                  WS-READ-COUNT          DELIMITED BY SIZE
                  "  reversed="          DELIMITED BY SIZE
                  WS-REVERSED-COUNT      DELIMITED BY SIZE
                  "  total="             DELIMITED BY SIZE
                  WS-AMT-OUT             DELIMITED BY SIZE
                  "  rejected="          DELIMITED BY SIZE
                  WS-REJECT-COUNT        DELIMITED BY SIZE
                  "  cashonly="          DELIMITED BY SIZE
                  WS-CASHO-COUNT         DELIMITED BY SIZE
                  "  batch="             DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BATCH-ID)
                                          DELIMITED BY SIZE
                INTO RTNAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE RTNAUDIT-REC
           END-WRITE
           CLOSE RTNAUDIT
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELRTN" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELRTN.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELRTN.AUD" TO SRQ-TRAIL
           MOVE RTNAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO RTNAUDIT-REC
           .
       END PROGRAM telrtn.
