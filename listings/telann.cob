      *>
      *> telann.cob -- year-end account summary.  Government, non-
      *> profit and business customers ask every January for one
      *> statement of what the year cost them, for their tax
      *> returns and expense claims; customer service used to add
      *> up twelve invoices by hand.  For every account with
      *> activity in the calendar year this run states:
      *>
      *>   - the year's charges off the invoice register
      *>     (INVREG.DAT), by service year -- the invoices whose
      *>     INV-PERIOD falls in it: usage, recurring charges and
      *>     equipment rental, one-time charges, third-party
      *>     charges, regulatory fees, late-payment charges, the
      *>     excise tax (Btax) and premium duty (Dtax), and the
      *>     credits given (credit memos and Lifeline support).
      *>     Whatever else telbill folded into the amount due --
      *>     budget-billing differences, an applied deposit -- is
      *>     stated as other adjustments, so the lines always add
      *>     to the total billed;
      *>   - Btax and Dtax by jurisdiction, as rated, off the per-
      *>     account tax detail telco5 keeps (ACCTTAX.DAT, see
      *>     CBACCTTX.cpy), and the tax the account's exemption
      *>     certificate (EXEMPTTB.DAT) kept off its calls;
      *>   - the payments received in the year (PAYAPPL.DAT
      *>     payment rows posted in it, net of items the bank
      *>     returned) and the debt written off in it.
      *>
      *> Amounts are in the home currency, as the register keeps
      *> them.  Each summary goes out the way the account takes its
      *> invoices (ACCT-DELIVERY-PREF): printed on ANNUAL.TXT,
      *> presented on the ANNEBILL.DAT extract (same row-per-line
      *> shape and control trailer as telbill's EBILL.DAT), or
      *> both.  A site account is never invoiced itself -- its
      *> usage is on its parent's consolidated invoice -- so on
      *> its own it shows only the taxes rated on its calls; asked
      *> to consolidate, the run folds every site into its parent
      *> (ACCT-PARENT-NO) and lists the sites underneath.
      *>
      *> Invoked:  telann [YYYY] [C]  -- default is last calendar
      *> year; C consolidates sites under their parent.  Return
      *> code 8 when a summary could not hold every jurisdiction
      *> or site, 16 when the register cannot be read.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telann.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT PAYAPPL  ASSIGN TO
                "PAYAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS PAL-KEY
                FILE STATUS IS PAL-STATUS
                .
           SELECT ACCTTAX  ASSIGN TO
                "ACCTTAX.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS ACCTTAX-KEY
                FILE STATUS IS ACCTTAX-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT EXEMPTTB ASSIGN TO
                "EXEMPTTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS EXEMPT-ACCT-NO
                FILE STATUS IS EXEMPT-STATUS
                .
           SELECT ANNWORK  ASSIGN TO
                "BILLANN.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AW-KEY
                FILE STATUS IS ANNW-STATUS
                .
           SELECT ANNRPT   ASSIGN TO
                "ANNUAL.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS ANNRPT-STATUS
                .
      *>  Presentment extract for the e-bill accounts: an "H" row
      *>  per summary, then one row per printed line ("C" charge,
      *>  "J" jurisdiction, "E" exemption, "P" payments, "W"
      *>  write-offs, "S" site) and "T" total billed, closed by the
      *>  "*TRL*" control trailer.
           SELECT ANNEBILL ASSIGN TO
                "ANNEBILL.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS ANNEBILL-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  INVREG.
           COPY CBINVREG.
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  ACCTTAX.
           COPY CBACCTTX.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  EXEMPTTB.
           COPY CBEXEMPT.
      *>  The year's figures re-keyed by the account summarized --
      *>  kind "A" its totals, "J" one row per jurisdiction, "S"
      *>  one row per site folded into it -- so the key does the
      *>  grouping.  Rebuilt each run.  AW-AMT slots on the "A"
      *>  row are the ANN-LABEL lines below, then 12 payments and
      *>  13 write-offs; on "J" rows 1-4 are Btax, Dtax, exempt
      *>  Btax and exempt Dtax; on "S" rows 1 usage, 7 Btax, 8
      *>  Dtax and 11 billed, as on the "A" row.
       FD  ANNWORK.
       01  ANNWORK-REC.
           05  AW-KEY.
               10  AW-GROUP     PIC 9(10).
               10  AW-KIND      PIC X(01).
               10  AW-CODE      PIC X(10).
           05  AW-BODY.
               10  AW-DOC-COUNT PIC 9(07).
               10  AW-CM-COUNT  PIC 9(07).
               10  AW-CALL-COUNT PIC 9(09).
               10  AW-AMT       PIC S9(11)V99 OCCURS 13 TIMES.
       FD  ANNRPT.
       01  ANNREC            PIC X(100).
       FD  ANNEBILL.
       01  ANNEBILL-REC      PIC X(100).

       WORKING-STORAGE SECTION.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  ACCTTAX-STATUS    PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  EXEMPT-STATUS     PIC XX      VALUE "00".
       01  ANNW-STATUS       PIC XX      VALUE "00".
       01  ANNRPT-STATUS     PIC XX      VALUE "00".
       01  ANNEBILL-STATUS   PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-YEAR-ARG       PIC X(04)   VALUE SPACES.
       01  WS-OPT-ARG        PIC X(01)   VALUE SPACES.
       01  WS-FAIL-REASON    PIC X(50)   VALUE SPACES.

       01  WS-SEL-YEAR       PIC 9(04)   VALUE ZERO.
       01  WS-SEL-YEAR-X REDEFINES WS-SEL-YEAR
                             PIC X(04).
       01  WS-CONSOL-SW      PIC X       VALUE "N".
           88  CONSOLIDATE-SITES         VALUE "Y".
       01  WS-MAST-OPEN      PIC X       VALUE "N".
           88  MASTER-FILE-OPEN          VALUE "Y".
       01  WS-EXEMPT-OPEN    PIC X       VALUE "N".
           88  EXEMPT-FILE-OPEN          VALUE "Y".
       01  WS-ATX-OPEN       PIC X       VALUE "N".
           88  TAX-DETAIL-OPEN           VALUE "Y".
       01  WS-ROW-ON-FILE    PIC X       VALUE "N".
           88  WORK-ROW-ON-FILE          VALUE "Y".

      *>  The account a document belongs to, and the account it is
      *>  summarized under -- its parent when consolidating.  The
      *>  last lookup is kept; the register is in invoice order, so
      *>  an account's documents rarely arrive together, but the
      *>  tax detail is in account order.
       01  WS-MEMBER-ACCT    PIC 9(10)   VALUE ZERO.
       01  WS-GROUP-ACCT     PIC 9(10)   VALUE ZERO.
       01  WS-LAST-MEMBER    PIC 9(10)   VALUE ZERO.
       01  WS-LAST-GROUP     PIC 9(10)   VALUE ZERO.
       01  WS-SAVE-KEY       PIC X(21)   VALUE SPACES.

      *>  The summary in hand.
       01  WS-CUR-GROUP      PIC 9(10)   VALUE ZERO.
       01  GROUP-TOTALS.
           05  GT-DOC-COUNT  PIC 9(07).
           05  GT-CM-COUNT   PIC 9(07).
           05  GT-AMT        PIC S9(11)V99 COMP-5 OCCURS 13 TIMES.
           05  GT-RATED-BTAX PIC S9(11)V99 COMP-5.
           05  GT-RATED-DTAX PIC S9(11)V99 COMP-5.
           05  GT-EXEMPT-BTAX PIC S9(11)V99 COMP-5.
           05  GT-EXEMPT-DTAX PIC S9(11)V99 COMP-5.
           05  GT-JURIS-COUNT PIC 9(04).
           05  GT-SITE-COUNT PIC 9(04).
           05  GT-JURIS OCCURS 30 TIMES INDEXED BY GJ-IDX.
               10  GJ-CODE       PIC X(03).
               10  GJ-CALLS      PIC 9(09).
               10  GJ-BTAX       PIC S9(11)V99 COMP-5.
               10  GJ-DTAX       PIC S9(11)V99 COMP-5.
           05  GT-SITE OCCURS 50 TIMES INDEXED BY GS-IDX.
               10  GS-ACCT-NO    PIC 9(10).
               10  GS-CALLS      PIC 9(09).
               10  GS-USAGE      PIC S9(11)V99 COMP-5.
               10  GS-TAX        PIC S9(11)V99 COMP-5.
               10  GS-BILLED     PIC S9(11)V99 COMP-5.
       01  WS-SLOT           PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-ON-MASTER      PIC X       VALUE "N".
           88  GROUP-ON-MASTER           VALUE "Y".
       01  WS-TO-PAPER       PIC X       VALUE "N".
           88  SEND-PAPER                VALUE "Y".
       01  WS-TO-EBILL       PIC X       VALUE "N".
           88  SEND-EBILL                VALUE "Y".
       01  WS-CERT-NO        PIC X(12)   VALUE SPACES.
       01  WS-CERT-EXPIRY    PIC 9(08)   VALUE ZERO.
       01  WS-SHOW-AMT       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-SHOW-JURIS     PIC X(10)   VALUE SPACES.

      *>  One line per charge slot, in the order they print.
       01  ANN-LABELS.
           05  FILLER PIC X(40) VALUE "Usage charges".
           05  FILLER PIC X(40) VALUE
               "Recurring charges and equipment rental".
           05  FILLER PIC X(40) VALUE
               "One-time charges (with their tax)".
           05  FILLER PIC X(40) VALUE "Third-party charges".
           05  FILLER PIC X(40) VALUE "Regulatory fees".
           05  FILLER PIC X(40) VALUE "Late-payment charges".
           05  FILLER PIC X(40) VALUE "Excise tax (Btax) on usage".
           05  FILLER PIC X(40) VALUE
               "Premium duty (Dtax) on usage".
           05  FILLER PIC X(40) VALUE
               "Other charges and adjustments".
           05  FILLER PIC X(40) VALUE
               "Credits (credit memos, Lifeline)".
           05  FILLER PIC X(40) VALUE "Total billed for the year".
       01  ANN-LABEL-TBL REDEFINES ANN-LABELS.
           05  ANN-LABEL     PIC X(40)   OCCURS 11 TIMES.
       01  ANN-EBILL-CODES.
           05  FILLER PIC X(08) VALUE "USAGE".
           05  FILLER PIC X(08) VALUE "RECUR".
           05  FILLER PIC X(08) VALUE "ONETIME".
           05  FILLER PIC X(08) VALUE "THIRDPTY".
           05  FILLER PIC X(08) VALUE "FEES".
           05  FILLER PIC X(08) VALUE "LATE".
           05  FILLER PIC X(08) VALUE "BTAX".
           05  FILLER PIC X(08) VALUE "DTAX".
           05  FILLER PIC X(08) VALUE "OTHER".
           05  FILLER PIC X(08) VALUE "CREDITS".
           05  FILLER PIC X(08) VALUE "BILLED".
       01  ANN-EBILL-CODE-TBL REDEFINES ANN-EBILL-CODES.
           05  ANN-EBILL-CODE PIC X(08)  OCCURS 11 TIMES.

       01  ANN-DETAIL-LINE.
           05                PIC X(02)   VALUE SPACES.
           05  ADL-LABEL     PIC X(40).
           05  ADL-AMT-OUT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ANN-JURIS-LINE.
           05                PIC X(04)   VALUE SPACES.
           05  AJL-JURIS     PIC X(10).
           05  AJL-CALLS-OUT PIC ZZZ,ZZZ,ZZ9.
           05                PIC X(02)   VALUE SPACES.
           05  AJL-BTAX-OUT  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  AJL-DTAX-OUT  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ANN-JURIS-HEADER  PIC X(100)  VALUE
           "    Jurisdiction        Calls   Excise tax (Btax)"
         & "  Premium duty (Dtax)".
       01  ANN-SITE-LINE.
           05                PIC X(04)   VALUE SPACES.
           05  ASL-ACCT-NO   PIC 9(10).
           05  ASL-CALLS-OUT PIC ZZZ,ZZZ,ZZ9.
           05  ASL-USAGE-OUT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  ASL-TAX-OUT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  ASL-BILL-OUT  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ANN-SITE-HEADER   PIC X(100)  VALUE
           "    Site account       Calls     Usage (rated)"
         & "       Taxes (rated)    Billed directly".

      *>  E-bill extract state.
       01  WS-EBILL-DOCS     PIC 9(07)   VALUE ZERO.
       01  WS-EBILL-ROWS     PIC 9(07)   VALUE ZERO.
       01  WS-EBILL-HASH     PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-EBILL-AMT      PIC -9(09).99.
       01  WS-EBILL-AMT2     PIC -9(09).99.
       01  WS-EBILL-AMT3     PIC -9(09).99.
       01  WS-EBILL-HASH-OUT PIC -9(13).99.
       01  WS-EBILL-CNT-OUT  PIC 9(07).
       01  WS-EBILL-CALLS    PIC 9(09).

      *>  Run totals.
       01  WS-SUMMARY-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-PAPER-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-EBILL-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-NOMAST-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-UNIDENT-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-OVERFLOW-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-TOT-BILLED     PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-TOT-PAID       PIC S9(13)V99 COMP-5 VALUE ZERO.

       01  WS-AMT-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN OUTPUT ANNRPT
           PERFORM PARSE-COMMAND-LINE
           IF WS-FAIL-REASON = SPACES
               OPEN INPUT INVREG
               IF INVREG-STATUS NOT = "00"
                   MOVE "INVREG.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO ANNREC
               STRING "*** Annual summary failed: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FAIL-REASON)
                                                  DELIMITED BY SIZE
                      " ***"                      DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               WRITE ANNREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE ANNRPT
               STOP RUN
           END-IF
           OPEN OUTPUT ANNEBILL
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS = "00"
               SET MASTER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT EXEMPTTB
           IF EXEMPT-STATUS = "00"
               SET EXEMPT-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ANNWORK
           CLOSE ANNWORK
           OPEN I-O ANNWORK
           PERFORM SWEEP-REGISTER
           CLOSE INVREG
           PERFORM SWEEP-PAYMENT-LOG
           PERFORM SWEEP-TAX-DETAIL
           CLOSE ANNWORK
           OPEN INPUT ANNWORK
           PERFORM WRITE-SUMMARIES
           PERFORM WRITE-EBILL-TRAILER
           PERFORM WRITE-RUN-SUMMARY
           CLOSE ANNWORK
                 ANNRPT
                 ANNEBILL
           IF MASTER-FILE-OPEN
               CLOSE ACCT-MASTER
           END-IF
           IF EXEMPT-FILE-OPEN
               CLOSE EXEMPTTB
           END-IF
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-YEAR-ARG
                    WS-OPT-ARG
           END-UNSTRING
      *>  A lone "C" consolidates last year.
           IF WS-YEAR-ARG = "C" OR "c"
               MOVE "C" TO WS-OPT-ARG
               MOVE SPACES TO WS-YEAR-ARG
           END-IF
           IF WS-YEAR-ARG = SPACES
               MOVE WS-NOW (1:4) TO WS-SEL-YEAR
               SUBTRACT 1 FROM WS-SEL-YEAR
           ELSE
               IF WS-YEAR-ARG IS NUMERIC
                   MOVE WS-YEAR-ARG TO WS-SEL-YEAR
               ELSE
                   MOVE "YEAR MUST BE YYYY" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-OPT-ARG
               WHEN SPACE
                   CONTINUE
               WHEN "C"
               WHEN "c"
                   SET CONSOLIDATE-SITES TO TRUE
               WHEN OTHER
                   MOVE "OPTION MUST BE C (CONSOLIDATE SITES)"
                     TO WS-FAIL-REASON
           END-EVALUATE
           .

      *>  Every register document of the service year, and every
      *>  write-off dated in the calendar year whatever the
      *>  invoice's own period.
       SWEEP-REGISTER.
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE INV-ACCT-NO TO WS-MEMBER-ACCT
               PERFORM RESOLVE-GROUP
               IF INV-PERIOD (1:4) = WS-SEL-YEAR-X
                   PERFORM ADD-REGISTER-DOCUMENT
               END-IF
               IF INV-WOFF-AMT NOT = ZERO
               AND INV-WOFF-DATE (1:4) = WS-SEL-YEAR-X
                   PERFORM FETCH-ACCOUNT-ROW
                   ADD INV-WOFF-AMT TO AW-AMT (13)
                   PERFORM STORE-WORK-ROW
               END-IF
           END-PERFORM
           .

      *>  A credit memo's negative amount due is the credit given;
      *>  on an invoice the Lifeline support is.  Both come back
      *>  off the charges, so the total billed stays what the
      *>  documents asked for.
       ADD-REGISTER-DOCUMENT.
           PERFORM FETCH-ACCOUNT-ROW
           IF INV-DOC-CREDIT-MEMO
               ADD 1 TO AW-CM-COUNT
               SUBTRACT INV-AMT-DUE FROM AW-AMT (10)
           ELSE
               ADD 1 TO AW-DOC-COUNT
               ADD INV-PRICE-TOT   TO AW-AMT (1)
               ADD INV-RECUR-AMT   TO AW-AMT (2)
               ADD INV-OTC-AMT     TO AW-AMT (3)
               ADD INV-TPC-AMT     TO AW-AMT (4)
               ADD INV-FEE-AMT     TO AW-AMT (5)
               ADD INV-LATE-AMT    TO AW-AMT (6)
               ADD INV-BTAX-TOT    TO AW-AMT (7)
               ADD INV-DTAX-TOT    TO AW-AMT (8)
               ADD INV-LIFE-CREDIT TO AW-AMT (10)
           END-IF
           ADD INV-AMT-DUE TO AW-AMT (11)
           PERFORM STORE-WORK-ROW
           IF WS-MEMBER-ACCT NOT = WS-GROUP-ACCT
               PERFORM FETCH-SITE-ROW
               ADD 1 TO AW-DOC-COUNT
               ADD INV-AMT-DUE TO AW-AMT (11)
               PERFORM STORE-WORK-ROW
           END-IF
           .

      *>  The payment-level rows posted in the year: what reached
      *>  the register plus what went to suspense is the cash the
      *>  customer sent.  A returned item was never a payment.
       SWEEP-PAYMENT-LOG.
           OPEN INPUT PAYAPPL
           IF PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ PAYAPPL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PAL-INV-NO = ZERO
               AND NOT PAL-RETURNED
               AND PAL-POST-DATE (1:4) = WS-SEL-YEAR-X
                   IF PAL-BILL-ACCT NOT = ZERO
                       MOVE PAL-BILL-ACCT TO WS-MEMBER-ACCT
                   ELSE
                       MOVE PAL-ACCT-NO   TO WS-MEMBER-ACCT
                   END-IF
                   IF WS-MEMBER-ACCT = ZERO
                       ADD 1 TO WS-UNIDENT-COUNT
                   ELSE
                       PERFORM RESOLVE-GROUP
                       PERFORM FETCH-ACCOUNT-ROW
                       ADD PAL-AMOUNT   TO AW-AMT (12)
                       ADD PAL-SUSP-AMT TO AW-AMT (12)
                       PERFORM STORE-WORK-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYAPPL
           .

      *>  The rating months of the year, jurisdiction by
      *>  jurisdiction; a site's rows also build its line on the
      *>  parent's site list.
       SWEEP-TAX-DETAIL.
           OPEN INPUT ACCTTAX
           IF ACCTTAX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET TAX-DETAIL-OPEN TO TRUE
           PERFORM UNTIL 0 = 1
               READ ACCTTAX NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ATX-PERIOD (1:4) = WS-SEL-YEAR-X
                   MOVE ATX-ACCT-NO TO WS-MEMBER-ACCT
                   PERFORM RESOLVE-GROUP
                   MOVE WS-GROUP-ACCT TO AW-GROUP
                   MOVE "J"           TO AW-KIND
                   MOVE ATX-JURIS     TO AW-CODE
                   PERFORM FETCH-WORK-ROW
                   ADD ATX-CALL-COUNT  TO AW-CALL-COUNT
                   ADD ATX-BTAX-TOT    TO AW-AMT (1)
                   ADD ATX-DTAX-TOT    TO AW-AMT (2)
                   ADD ATX-EXEMPT-BTAX TO AW-AMT (3)
                   ADD ATX-EXEMPT-DTAX TO AW-AMT (4)
                   PERFORM STORE-WORK-ROW
                   IF WS-MEMBER-ACCT NOT = WS-GROUP-ACCT
                       PERFORM FETCH-SITE-ROW
                       ADD ATX-CALL-COUNT TO AW-CALL-COUNT
                       ADD ATX-PRICE-TOT  TO AW-AMT (1)
                       ADD ATX-BTAX-TOT   TO AW-AMT (7)
                       ADD ATX-DTAX-TOT   TO AW-AMT (8)
                       PERFORM STORE-WORK-ROW
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACCTTAX
           .

      *>  Only a consolidating run looks past the account itself;
      *>  a parent of zero, or the account's own number, means it
      *>  stands alone.
       RESOLVE-GROUP.
           MOVE WS-MEMBER-ACCT TO WS-GROUP-ACCT
           IF NOT CONSOLIDATE-SITES OR NOT MASTER-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           IF WS-MEMBER-ACCT = WS-LAST-MEMBER
               MOVE WS-LAST-GROUP TO WS-GROUP-ACCT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-ACCT TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-PARENT-NO NOT = ZERO
                   AND ACCT-PARENT-NO NOT = WS-MEMBER-ACCT
                       MOVE ACCT-PARENT-NO TO WS-GROUP-ACCT
                   END-IF
           END-READ
           MOVE WS-MEMBER-ACCT TO WS-LAST-MEMBER
           MOVE WS-GROUP-ACCT  TO WS-LAST-GROUP
           .

       FETCH-ACCOUNT-ROW.
           MOVE WS-GROUP-ACCT TO AW-GROUP
           MOVE "A"           TO AW-KIND
           MOVE SPACES        TO AW-CODE
           PERFORM FETCH-WORK-ROW
           .

       FETCH-SITE-ROW.
           MOVE WS-GROUP-ACCT  TO AW-GROUP
           MOVE "S"            TO AW-KIND
           MOVE WS-MEMBER-ACCT TO AW-CODE
           PERFORM FETCH-WORK-ROW
           .

      *>  Position the work file on the row for AW-KEY, or lay out
      *>  a fresh one in the record area.
       FETCH-WORK-ROW.
           MOVE "N" TO WS-ROW-ON-FILE
           MOVE AW-KEY TO WS-SAVE-KEY
           READ ANNWORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ROW-ON-FILE
           END-READ
           IF NOT WORK-ROW-ON-FILE
               MOVE WS-SAVE-KEY TO AW-KEY
               INITIALIZE AW-BODY
           END-IF
           .

       STORE-WORK-ROW.
           IF WORK-ROW-ON-FILE
               REWRITE ANNWORK-REC
               END-REWRITE
           ELSE
               WRITE ANNWORK-REC
               END-WRITE
           END-IF
           .

      *>  Reads the work file back in key order and sends one
      *>  summary per account at each control break.
       WRITE-SUMMARIES.
           MOVE ZERO TO WS-CUR-GROUP
           PERFORM UNTIL 0 = 1
               READ ANNWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF AW-GROUP NOT = WS-CUR-GROUP
                   IF WS-CUR-GROUP NOT = ZERO
                       PERFORM WRITE-ACCOUNT-SUMMARY
                   END-IF
                   MOVE AW-GROUP TO WS-CUR-GROUP
                   INITIALIZE GROUP-TOTALS
               END-IF
               EVALUATE AW-KIND
                   WHEN "A"
                       PERFORM TAKE-ACCOUNT-ROW
                   WHEN "J"
                       PERFORM TAKE-JURIS-ROW
                   WHEN "S"
                       PERFORM TAKE-SITE-ROW
               END-EVALUATE
           END-PERFORM
           IF WS-CUR-GROUP NOT = ZERO
               PERFORM WRITE-ACCOUNT-SUMMARY
           END-IF
           .

       TAKE-ACCOUNT-ROW.
           MOVE AW-DOC-COUNT TO GT-DOC-COUNT
           MOVE AW-CM-COUNT  TO GT-CM-COUNT
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 13
               MOVE AW-AMT (WS-SLOT) TO GT-AMT (WS-SLOT)
           END-PERFORM
           .

      *>  The exempt amounts and the rated totals take in every
      *>  jurisdiction, listed or not.
       TAKE-JURIS-ROW.
           ADD AW-AMT (1) TO GT-RATED-BTAX
           ADD AW-AMT (2) TO GT-RATED-DTAX
           ADD AW-AMT (3) TO GT-EXEMPT-BTAX
           ADD AW-AMT (4) TO GT-EXEMPT-DTAX
           IF GT-JURIS-COUNT NOT < 30
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GT-JURIS-COUNT
           SET GJ-IDX TO GT-JURIS-COUNT
           MOVE AW-CODE (1:3)  TO GJ-CODE (GJ-IDX)
           MOVE AW-CALL-COUNT  TO GJ-CALLS (GJ-IDX)
           MOVE AW-AMT (1)     TO GJ-BTAX (GJ-IDX)
           MOVE AW-AMT (2)     TO GJ-DTAX (GJ-IDX)
           .

       TAKE-SITE-ROW.
           IF GT-SITE-COUNT NOT < 50
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GT-SITE-COUNT
           SET GS-IDX TO GT-SITE-COUNT
           MOVE AW-CODE        TO GS-ACCT-NO (GS-IDX)
           MOVE AW-CALL-COUNT  TO GS-CALLS (GS-IDX)
           MOVE AW-AMT (1)     TO GS-USAGE (GS-IDX)
           COMPUTE GS-TAX (GS-IDX) = AW-AMT (7) + AW-AMT (8)
           END-COMPUTE
           MOVE AW-AMT (11)    TO GS-BILLED (GS-IDX)
           .

      *>  Other adjustments is whatever the total billed holds
      *>  beyond the itemized lines; the certificate is the one on
      *>  file for the account summarized.
       WRITE-ACCOUNT-SUMMARY.
           ADD 1 TO WS-SUMMARY-COUNT
           COMPUTE GT-AMT (9) = GT-AMT (11) + GT-AMT (10)
                 - GT-AMT (1) - GT-AMT (2) - GT-AMT (3) - GT-AMT (4)
                 - GT-AMT (5) - GT-AMT (6) - GT-AMT (7) - GT-AMT (8)
           END-COMPUTE
           ADD GT-AMT (11) TO WS-TOT-BILLED
           ADD GT-AMT (12) TO WS-TOT-PAID
           MOVE "N" TO WS-ON-MASTER
           MOVE SPACE TO ACCT-DELIVERY-PREF
           IF MASTER-FILE-OPEN
               MOVE WS-CUR-GROUP TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE SPACE TO ACCT-DELIVERY-PREF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER
               END-READ
           END-IF
           IF NOT GROUP-ON-MASTER
               ADD 1 TO WS-NOMAST-COUNT
           END-IF
           MOVE SPACES TO WS-CERT-NO
           MOVE ZERO   TO WS-CERT-EXPIRY
           IF EXEMPT-FILE-OPEN
               MOVE WS-CUR-GROUP TO EXEMPT-ACCT-NO
               READ EXEMPTTB KEY IS EXEMPT-ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EXEMPT-CERT-NO     TO WS-CERT-NO
                       MOVE EXEMPT-EXPIRY-DATE TO WS-CERT-EXPIRY
               END-READ
           END-IF
           MOVE "N" TO WS-TO-PAPER WS-TO-EBILL
           EVALUATE TRUE
               WHEN ACCT-DELIV-EBILL
                   MOVE "Y" TO WS-TO-EBILL
               WHEN ACCT-DELIV-BOTH
                   MOVE "Y" TO WS-TO-PAPER WS-TO-EBILL
               WHEN OTHER
                   MOVE "Y" TO WS-TO-PAPER
           END-EVALUATE
           IF SEND-PAPER
               ADD 1 TO WS-PAPER-COUNT
               PERFORM PRINT-ACCOUNT-SUMMARY
           END-IF
           IF SEND-EBILL
               ADD 1 TO WS-EBILL-COUNT
               PERFORM WRITE-EBILL-SUMMARY
           END-IF
           .

       PRINT-ACCOUNT-SUMMARY.
           MOVE SPACES TO ANNREC
           STRING "==== ANNUAL ACCOUNT SUMMARY "  DELIMITED BY SIZE
                  WS-SEL-YEAR                     DELIMITED BY SIZE
                  " ===="                         DELIMITED BY SIZE
                INTO ANNREC
           END-STRING
           PERFORM WRITE-ANN-LINE
           MOVE SPACES TO ANNREC
           IF GROUP-ON-MASTER
               STRING "Account: "             DELIMITED BY SIZE
                      WS-CUR-GROUP            DELIMITED BY SIZE
                      "   "                   DELIMITED BY SIZE
                      ACCT-NAME               DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
               MOVE ACCT-ADDR-LINE1 TO ANNREC
               PERFORM WRITE-ANN-LINE
               IF ACCT-ADDR-LINE2 NOT = SPACES
                   MOVE ACCT-ADDR-LINE2 TO ANNREC
                   PERFORM WRITE-ANN-LINE
               END-IF
               MOVE SPACES TO ANNREC
               STRING FUNCTION TRIM (ACCT-ADDR-CITY)
                                              DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      ACCT-ADDR-STATE         DELIMITED BY SIZE
                      "  "                    DELIMITED BY SIZE
                      ACCT-ADDR-ZIP           DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
           ELSE
               STRING "Account: "             DELIMITED BY SIZE
                      WS-CUR-GROUP            DELIMITED BY SIZE
                      "   *** NOT ON ACCTMAST.DAT ***"
                                              DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
           END-IF
           IF GROUP-ON-MASTER AND NOT CONSOLIDATE-SITES
           AND ACCT-PARENT-NO NOT = ZERO
           AND ACCT-PARENT-NO NOT = WS-CUR-GROUP
               MOVE SPACES TO ANNREC
               STRING "Invoiced through parent account "
                                              DELIMITED BY SIZE
                      ACCT-PARENT-NO          DELIMITED BY SIZE
                      " -- taxes shown are those rated on this "
                                              DELIMITED BY SIZE
                      "account's calls"       DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
           END-IF
           MOVE GT-DOC-COUNT TO WS-COUNT-OUT
           MOVE GT-CM-COUNT  TO WS-COUNT-OUT2
           MOVE SPACES TO ANNREC
           STRING "Invoices: "                DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                  "   Credit memos: "         DELIMITED BY SIZE
                  WS-COUNT-OUT2               DELIMITED BY SIZE
                INTO ANNREC
           END-STRING
           PERFORM WRITE-ANN-LINE
           MOVE SPACES TO ANNREC
           PERFORM WRITE-ANN-LINE
           MOVE "Charges for the year" TO ANNREC
           PERFORM WRITE-ANN-LINE
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 11
               PERFORM SET-SHOW-AMOUNT
               MOVE ANN-LABEL (WS-SLOT) TO ADL-LABEL
               MOVE WS-SHOW-AMT         TO ADL-AMT-OUT
               MOVE ANN-DETAIL-LINE     TO ANNREC
               PERFORM WRITE-ANN-LINE
           END-PERFORM
           IF GT-JURIS-COUNT > ZERO
               MOVE SPACES TO ANNREC
               PERFORM WRITE-ANN-LINE
               MOVE "Taxes by jurisdiction, as rated on the calls"
                 TO ANNREC
               PERFORM WRITE-ANN-LINE
               MOVE ANN-JURIS-HEADER TO ANNREC
               PERFORM WRITE-ANN-LINE
               PERFORM VARYING GJ-IDX FROM 1 BY 1
                       UNTIL GJ-IDX > GT-JURIS-COUNT
                   PERFORM SET-SHOW-JURIS
                   MOVE WS-SHOW-JURIS      TO AJL-JURIS
                   MOVE GJ-CALLS (GJ-IDX)  TO AJL-CALLS-OUT
                   MOVE GJ-BTAX (GJ-IDX)   TO AJL-BTAX-OUT
                   MOVE GJ-DTAX (GJ-IDX)   TO AJL-DTAX-OUT
                   MOVE ANN-JURIS-LINE     TO ANNREC
                   PERFORM WRITE-ANN-LINE
               END-PERFORM
               MOVE "Total"           TO AJL-JURIS
               MOVE ZERO              TO AJL-CALLS-OUT
               MOVE GT-RATED-BTAX     TO AJL-BTAX-OUT
               MOVE GT-RATED-DTAX     TO AJL-DTAX-OUT
               MOVE ANN-JURIS-LINE    TO ANNREC
               MOVE SPACES            TO ANNREC (15:11)
               PERFORM WRITE-ANN-LINE
           END-IF
           IF WS-CERT-NO NOT = SPACES
           OR GT-EXEMPT-BTAX NOT = ZERO
           OR GT-EXEMPT-DTAX NOT = ZERO
               MOVE SPACES TO ANNREC
               PERFORM WRITE-ANN-LINE
               MOVE SPACES TO ANNREC
               IF WS-CERT-NO NOT = SPACES
                   STRING "Tax exemption certificate "
                                              DELIMITED BY SIZE
                          WS-CERT-NO          DELIMITED BY SPACE
                          " (expires "        DELIMITED BY SIZE
                          WS-CERT-EXPIRY      DELIMITED BY SIZE
                          ")"                 DELIMITED BY SIZE
                        INTO ANNREC
                   END-STRING
               ELSE
                   MOVE "Tax exemption certificate (no longer on file)"
                     TO ANNREC
               END-IF
               PERFORM WRITE-ANN-LINE
               MOVE "Excise tax (Btax) exempted" TO ADL-LABEL
               MOVE GT-EXEMPT-BTAX               TO ADL-AMT-OUT
               MOVE ANN-DETAIL-LINE              TO ANNREC
               PERFORM WRITE-ANN-LINE
               MOVE "Premium duty (Dtax) exempted" TO ADL-LABEL
               MOVE GT-EXEMPT-DTAX                 TO ADL-AMT-OUT
               MOVE ANN-DETAIL-LINE                TO ANNREC
               PERFORM WRITE-ANN-LINE
           END-IF
           MOVE SPACES TO ANNREC
           PERFORM WRITE-ANN-LINE
           MOVE "Payments received in the year" TO ADL-LABEL
           MOVE GT-AMT (12)                     TO ADL-AMT-OUT
           MOVE ANN-DETAIL-LINE                 TO ANNREC
           PERFORM WRITE-ANN-LINE
           IF GT-AMT (13) NOT = ZERO
               MOVE "Written off in the year" TO ADL-LABEL
               MOVE GT-AMT (13)               TO ADL-AMT-OUT
               MOVE ANN-DETAIL-LINE           TO ANNREC
               PERFORM WRITE-ANN-LINE
           END-IF
           IF GT-SITE-COUNT > ZERO
               MOVE SPACES TO ANNREC
               PERFORM WRITE-ANN-LINE
               MOVE GT-SITE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO ANNREC
               STRING "Site accounts included: "
                                              DELIMITED BY SIZE
                      WS-COUNT-OUT            DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
               MOVE ANN-SITE-HEADER TO ANNREC
               PERFORM WRITE-ANN-LINE
               PERFORM VARYING GS-IDX FROM 1 BY 1
                       UNTIL GS-IDX > GT-SITE-COUNT
                   MOVE GS-ACCT-NO (GS-IDX) TO ASL-ACCT-NO
                   MOVE GS-CALLS (GS-IDX)   TO ASL-CALLS-OUT
                   MOVE GS-USAGE (GS-IDX)   TO ASL-USAGE-OUT
                   MOVE GS-TAX (GS-IDX)     TO ASL-TAX-OUT
                   MOVE GS-BILLED (GS-IDX)  TO ASL-BILL-OUT
                   MOVE ANN-SITE-LINE       TO ANNREC
                   PERFORM WRITE-ANN-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO ANNREC
           PERFORM WRITE-ANN-LINE
           .

      *>  Credits print as the reduction they are.
       SET-SHOW-AMOUNT.
           IF WS-SLOT = 10
               COMPUTE WS-SHOW-AMT = ZERO - GT-AMT (WS-SLOT)
               END-COMPUTE
           ELSE
               MOVE GT-AMT (WS-SLOT) TO WS-SHOW-AMT
           END-IF
           .

       SET-SHOW-JURIS.
           IF GJ-CODE (GJ-IDX) = SPACES
               MOVE "Flat rate" TO WS-SHOW-JURIS
           ELSE
               MOVE GJ-CODE (GJ-IDX) TO WS-SHOW-JURIS
           END-IF
           .

       WRITE-ANN-LINE.
           WRITE ANNREC
           END-WRITE
           .

       WRITE-EBILL-SUMMARY.
           ADD 1 TO WS-EBILL-DOCS
           MOVE SPACES TO ANNEBILL-REC
           STRING "H "                  DELIMITED BY SIZE
                  WS-SEL-YEAR           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CUR-GROUP          DELIMITED BY SIZE
                INTO ANNEBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 11
               PERFORM SET-SHOW-AMOUNT
               MOVE WS-SHOW-AMT TO WS-EBILL-AMT
               MOVE SPACES TO ANNEBILL-REC
               STRING "C "                      DELIMITED BY SIZE
                      ANN-EBILL-CODE (WS-SLOT)  DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      WS-EBILL-AMT              DELIMITED BY SIZE
                    INTO ANNEBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-PERFORM
           PERFORM VARYING GJ-IDX FROM 1 BY 1
                   UNTIL GJ-IDX > GT-JURIS-COUNT
               MOVE GJ-CALLS (GJ-IDX) TO WS-EBILL-CALLS
               MOVE GJ-BTAX (GJ-IDX)  TO WS-EBILL-AMT
               MOVE GJ-DTAX (GJ-IDX)  TO WS-EBILL-AMT2
               MOVE SPACES TO ANNEBILL-REC
               STRING "J "              DELIMITED BY SIZE
                      GJ-CODE (GJ-IDX)  DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-EBILL-CALLS    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-EBILL-AMT      DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-EBILL-AMT2     DELIMITED BY SIZE
                    INTO ANNEBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-PERFORM
           IF WS-CERT-NO NOT = SPACES
           OR GT-EXEMPT-BTAX NOT = ZERO
           OR GT-EXEMPT-DTAX NOT = ZERO
               MOVE GT-EXEMPT-BTAX TO WS-EBILL-AMT
               MOVE GT-EXEMPT-DTAX TO WS-EBILL-AMT2
               MOVE SPACES TO ANNEBILL-REC
               STRING "E "              DELIMITED BY SIZE
                      WS-CERT-NO        DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-EBILL-AMT      DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-EBILL-AMT2     DELIMITED BY SIZE
                    INTO ANNEBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-IF
           MOVE GT-AMT (12) TO WS-EBILL-AMT
           MOVE SPACES TO ANNEBILL-REC
           STRING "P "                  DELIMITED BY SIZE
                  WS-EBILL-AMT          DELIMITED BY SIZE
                INTO ANNEBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           IF GT-AMT (13) NOT = ZERO
               MOVE GT-AMT (13) TO WS-EBILL-AMT
               MOVE SPACES TO ANNEBILL-REC
               STRING "W "              DELIMITED BY SIZE
                      WS-EBILL-AMT      DELIMITED BY SIZE
                    INTO ANNEBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-IF
           PERFORM VARYING GS-IDX FROM 1 BY 1
                   UNTIL GS-IDX > GT-SITE-COUNT
               MOVE GS-CALLS (GS-IDX)  TO WS-EBILL-CALLS
               MOVE GS-USAGE (GS-IDX)  TO WS-EBILL-AMT
               MOVE GS-TAX (GS-IDX)    TO WS-EBILL-AMT2
               MOVE GS-BILLED (GS-IDX) TO WS-EBILL-AMT3
               MOVE SPACES TO ANNEBILL-REC
               STRING "S "                DELIMITED BY SIZE
                      GS-ACCT-NO (GS-IDX) DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-EBILL-CALLS      DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-EBILL-AMT        DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-EBILL-AMT2       DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-EBILL-AMT3       DELIMITED BY SIZE
                    INTO ANNEBILL-REC
               END-STRING
               PERFORM WRITE-EBILL-ROW
           END-PERFORM
           MOVE GT-AMT (11) TO WS-EBILL-AMT
           MOVE SPACES TO ANNEBILL-REC
           STRING "T "                  DELIMITED BY SIZE
                  WS-EBILL-AMT          DELIMITED BY SIZE
                INTO ANNEBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           ADD GT-AMT (11) TO WS-EBILL-HASH
           .

       WRITE-EBILL-ROW.
           WRITE ANNEBILL-REC
           END-WRITE
           ADD 1 TO WS-EBILL-ROWS
           .

      *>  Control trailer: documents and a hash of the totals
      *>  billed, so a truncated transfer fails at the vendor.
       WRITE-EBILL-TRAILER.
           MOVE WS-EBILL-DOCS TO WS-EBILL-CNT-OUT
           MOVE WS-EBILL-HASH TO WS-EBILL-HASH-OUT
           MOVE SPACES TO ANNEBILL-REC
           STRING "*TRL* "              DELIMITED BY SIZE
                  WS-EBILL-CNT-OUT      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EBILL-HASH-OUT     DELIMITED BY SIZE
                INTO ANNEBILL-REC
           END-STRING
           WRITE ANNEBILL-REC
           END-WRITE
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO ANNREC
           STRING "==== ANNUAL SUMMARY RUN -- YEAR "
                                              DELIMITED BY SIZE
                  WS-SEL-YEAR                 DELIMITED BY SIZE
                  " ===="                     DELIMITED BY SIZE
                INTO ANNREC
           END-STRING
           PERFORM WRITE-ANN-LINE
           IF CONSOLIDATE-SITES
               MOVE "Sites consolidated under their parent account"
                 TO ANNREC
           ELSE
               MOVE "Each account summarized on its own" TO ANNREC
           END-IF
           PERFORM WRITE-ANN-LINE
           MOVE WS-SUMMARY-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ANNREC
           STRING "Accounts summarized: "    DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO ANNREC
           END-STRING
           PERFORM WRITE-ANN-LINE
           MOVE WS-PAPER-COUNT TO WS-COUNT-OUT
           MOVE WS-EBILL-COUNT TO WS-COUNT-OUT2
           MOVE SPACES TO ANNREC
           STRING "Printed: "                DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                  "   Presented electronically: "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT2              DELIMITED BY SIZE
                INTO ANNREC
           END-STRING
           PERFORM WRITE-ANN-LINE
           MOVE WS-TOT-BILLED TO WS-AMT-OUT
           MOVE WS-TOT-PAID   TO WS-AMT-OUT2
           MOVE SPACES TO ANNREC
           STRING "Total billed: "           DELIMITED BY SIZE
                  WS-AMT-OUT                 DELIMITED BY SIZE
                  "   Payments received: "   DELIMITED BY SIZE
                  WS-AMT-OUT2                DELIMITED BY SIZE
                INTO ANNREC
           END-STRING
           PERFORM WRITE-ANN-LINE
           IF NOT TAX-DETAIL-OPEN
               MOVE "*** ACCTTAX.DAT not available -- no taxes by "
                  & "jurisdiction or exempt amounts ***" TO ANNREC
               PERFORM WRITE-ANN-LINE
           END-IF
           IF WS-NOMAST-COUNT > ZERO
               MOVE WS-NOMAST-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO ANNREC
               STRING "*** "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " account(s) not on ACCTMAST.DAT -- printed "
                                             DELIMITED BY SIZE
                      "without an address ***"
                                             DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
           END-IF
           IF WS-UNIDENT-COUNT > ZERO
               MOVE WS-UNIDENT-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO ANNREC
               STRING "*** "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " payment(s) with no account -- on no "
                                             DELIMITED BY SIZE
                      "summary ***"          DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE WS-OVERFLOW-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO ANNREC
               STRING "*** "                 DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      " jurisdiction/site line(s) left off a "
                                             DELIMITED BY SIZE
                      "summary -- table full ***"
                                             DELIMITED BY SIZE
                    INTO ANNREC
               END-STRING
               PERFORM WRITE-ANN-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       END PROGRAM telann.
