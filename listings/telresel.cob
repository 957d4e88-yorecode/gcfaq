      *> an INVREG.DAT row -- so the receivable is tracked and
      *> dunnable exactly like the retail book.
      *>
      *> A reseller on a minimum-volume commitment (RESCOMMIT.DAT,
      *> see CBRESCMT.cpy, set through telacct's MINCM field) is
      *> held to it here: when the period's wholesale charges fall
      *> short of the monthly minimum the difference goes on the
      *> statement and the invoice as a shortfall line, and in the
      *> last month of each commitment year an annual minimum is
      *> trued up against the twelve months' charges, crediting
      *> back the monthly shortfalls already billed that year.  A
      *> committed reseller with no traffic at all in the period
      *> still gets a statement, for the whole minimum.  Every
      *> committed period is kept on RESSHORT.DAT (see
      *> CBRESSHT.cpy), the ledger the true-up sums.  Shortfall
      *> and true-up carry no tax -- they are not traffic.
      *>
      *> Invoked:  telresel PERIOD
      *>
       IDENTIFICATION DIVISION.
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS INVSEQ-STATUS
                .
           SELECT RESCOMMIT ASSIGN TO
                "RESCOMMIT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RCM-ACCT-NO
                FILE STATUS IS RCM-STATUS
                .
           SELECT RESSHORT ASSIGN TO
                "RESSHORT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RESSHORT-KEY
                FILE STATUS IS RSH-STATUS
                .
           SELECT RESRPT   ASSIGN TO
                "RESELLER.TXT"
                LINE SEQUENTIAL
       FD  INVSEQ.
       01  INVSEQ-REC.
           05  SEQ-LAST-INV-NO  PIC 9(08).
       FD  RESCOMMIT.
           COPY CBRESCMT.
       FD  RESSHORT.
           COPY CBRESSHT.
       FD  RESRPT.
       01  RESRPT-REC        PIC X(110).

       01  WS-MOU-OUT        PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Minimum-volume commitment state for the reseller being
      *>  settled.  Periods are turned into month numbers
      *>  (YYYY * 12 + MM - 1) so the commitment year can be found
      *>  by plain arithmetic.
       01  RCM-STATUS        PIC XX      VALUE "00".
       01  RSH-STATUS        PIC XX      VALUE "00".
       01  WS-RCM-OPEN       PIC X       VALUE "N".
           88  COMMITMENTS-ON-FILE      VALUE "Y".
       01  WS-CMT-APPLIES    PIC X       VALUE "N".
           88  COMMITMENT-APPLIES       VALUE "Y".
       01  WS-YEAR-END       PIC X       VALUE "N".
           88  COMMITMENT-YEAR-END      VALUE "Y".
       01  WS-PER-WORK.
           05  WS-PER-YYYY   PIC 9(04).
           05  WS-PER-MM     PIC 9(02).
       01  WS-PER-NUM REDEFINES WS-PER-WORK
                             PIC 9(06).
       01  WS-SEL-MONTHS     PIC S9(07)  COMP-5 VALUE ZERO.
       01  WS-FROM-MONTHS    PIC S9(07)  COMP-5 VALUE ZERO.
       01  WS-YEAR-MONTHS    PIC S9(07)  COMP-5 VALUE ZERO.
       01  WS-YEAR-START     PIC 9(06)   VALUE ZERO.
       01  WS-SHORTFALL      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-TRUEUP         PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-YEAR-ACTUAL    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-YEAR-BILLED    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-ANNUAL-SHORT   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-SHORT-COUNT    PIC 9(05)   VALUE ZERO.
       01  WS-SHORT-TOT      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-TRUEUP-COUNT   PIC 9(05)   VALUE ZERO.
       01  WS-TRUEUP-TOT     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-AMT-OUT3       PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN INPUT ACCT-MASTER
           PERFORM OPEN-INVOICE-REGISTER
           PERFORM READ-INVOICE-SEQUENCE
           PERFORM OPEN-COMMITMENT-FILES
           MOVE WS-SEL-PERIOD TO WS-PER-NUM
           COMPUTE WS-SEL-MONTHS = WS-PER-YYYY * 12 + WS-PER-MM - 1
           END-COMPUTE
           MOVE ZERO TO RSL-ACCT-NO RSL-PERIOD
           START RESLMTD KEY IS GREATER THAN RESLMTD-KEY
               INVALID KEY
                       END-IF
                   END-PERFORM
           END-START
           IF COMMITMENTS-ON-FILE
               PERFORM SETTLE-IDLE-COMMITMENTS
           END-IF
           PERFORM WRITE-INVOICE-SEQUENCE
           MOVE WS-STMT-COUNT TO WS-COUNT-OUT
           MOVE WS-STMT-TOT   TO WS-AMT-OUT
           END-STRING
           WRITE RESRPT-REC
           END-WRITE
           MOVE WS-SHORT-COUNT TO WS-COUNT-OUT
           MOVE WS-SHORT-TOT   TO WS-AMT-OUT
           MOVE SPACES TO RESRPT-REC
           STRING "Monthly commitment shortfalls: " DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  "  billed "               DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO RESRPT-REC
           END-STRING
           WRITE RESRPT-REC
           END-WRITE
           MOVE WS-TRUEUP-COUNT TO WS-COUNT-OUT
           MOVE WS-TRUEUP-TOT   TO WS-AMT-OUT
           MOVE SPACES TO RESRPT-REC
           STRING "Annual commitment true-ups: " DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  "  net "                  DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO RESRPT-REC
           END-STRING
           WRITE RESRPT-REC
           END-WRITE
           IF COMMITMENTS-ON-FILE
               CLOSE RESCOMMIT
                     RESSHORT
           END-IF
           CLOSE RESLMTD
                 ACCT-MASTER
                 INVREG
           END-IF
           .

      *>  No RESCOMMIT.DAT simply means no reseller is on a
      *>  commitment; the ledger is created on first use.
       OPEN-COMMITMENT-FILES.
           MOVE "N" TO WS-RCM-OPEN
           OPEN INPUT RESCOMMIT
           IF RCM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RESSHORT
           IF RSH-STATUS NOT = "00"
               OPEN OUTPUT RESSHORT
               CLOSE RESSHORT
               OPEN I-O RESSHORT
           END-IF
           IF RSH-STATUS NOT = "00"
               CLOSE RESCOMMIT
               MOVE "*** RESSHORT.DAT not available -- commitments "
                  & "not applied ***" TO RESRPT-REC
               WRITE RESRPT-REC
               END-WRITE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RCM-OPEN
           .

       READ-INVOICE-SEQUENCE.
           MOVE ZERO TO WS-NEXT-INV-NO
           OPEN INPUT INVSEQ
           END-STRING
           WRITE RESRPT-REC
           END-WRITE
           MOVE ZERO TO WS-SHORTFALL WS-TRUEUP
           MOVE "N"  TO WS-CMT-APPLIES WS-YEAR-END
           IF COMMITMENTS-ON-FILE
               PERFORM APPLY-COMMITMENT
           END-IF
           PERFORM WRITE-SETTLEMENT-INVOICE
           IF COMMITMENT-APPLIES
               PERFORM RECORD-COMMITMENT-LEDGER
           END-IF
           MOVE SPACES TO RESRPT-REC
           WRITE RESRPT-REC
           END-WRITE
           MOVE WS-NEXT-INV-NO TO INV-NO
           MOVE RSL-ACCT-NO    TO INV-ACCT-NO
           MOVE WS-SEL-PERIOD  TO INV-PERIOD
           COMPUTE INV-PRICE-TOT = RSL-PRICE-TOT + WS-SHORTFALL
                                 + WS-TRUEUP
           END-COMPUTE
           MOVE RSL-TAX-TOT    TO INV-BTAX-TOT
           MOVE ZERO           TO INV-DTAX-TOT
           COMPUTE INV-AMT-DUE = INV-PRICE-TOT + RSL-TAX-TOT
           END-COMPUTE
           ADD INV-AMT-DUE TO WS-STMT-TOT
           MOVE INV-AMT-DUE TO WS-AMT-OUT
           MOVE "I"            TO INV-DOC-TYPE
           MOVE ZERO           TO INV-REF-INV-NO
           MOVE SPACES         TO INV-CM-REASON
           MOVE ZERO           TO INV-LATE-AMT INV-OTC-AMT
           MOVE ZERO           TO INV-DEP-APPL-AMT
           MOVE ZERO           TO INV-SETTLE-AMT INV-SETTLE-DATE
           MOVE SPACE          TO INV-SETTLE-IND
           MOVE ZERO           TO INV-BUDGET-ADJ
           MOVE SPACES         TO INV-CURRENCY
           MOVE ZERO           TO INV-FX-RATE INV-FX-AMT-DUE
                                  INV-FX-PAID-AMT INV-FX-GAIN-LOSS
           MOVE ZERO           TO INV-RECUR-AMT INV-TPC-AMT
                                  INV-FEE-AMT INV-LIFE-CREDIT
           MOVE SPACE          TO INV-FWD-IND
           MOVE ZERO           TO INV-FWD-INV-NO INV-FWD-PERIOD
                                  INV-FWD-DATE INV-FWD-AMT
           MOVE SPACE          TO INV-REVIEW-IND
           MOVE ZERO           TO INV-REVIEW-DATE
           WRITE INVREG-REC
               INVALID KEY
                   REWRITE INVREG-REC
           WRITE RESRPT-REC
           END-WRITE
           .

      *>  The commitment in force for the period, if any: the
      *>  monthly shortfall, and in the twelfth month of a
      *>  commitment year the annual true-up, each with its
      *>  statement line.  Both are added to the invoice by
      *>  WRITE-SETTLEMENT-INVOICE.
       APPLY-COMMITMENT.
           MOVE RSL-ACCT-NO TO RCM-ACCT-NO
           READ RESCOMMIT KEY IS RCM-ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT RCM-ACTIVE
           OR RCM-EFF-FROM (1:6) > WS-SEL-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF RCM-EFF-TO NOT = ZERO
           AND RCM-EFF-TO (1:6) < WS-SEL-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CMT-APPLIES
           IF RSL-PRICE-TOT < RCM-MONTHLY-MIN
               COMPUTE WS-SHORTFALL = RCM-MONTHLY-MIN - RSL-PRICE-TOT
               END-COMPUTE
               ADD 1            TO WS-SHORT-COUNT
               ADD WS-SHORTFALL TO WS-SHORT-TOT
           END-IF
           MOVE RCM-MONTHLY-MIN TO WS-AMT-OUT
           MOVE WS-SHORTFALL    TO WS-AMT-OUT2
           MOVE SPACES TO RESRPT-REC
           STRING "Monthly minimum commitment: " DELIMITED BY SIZE
                  WS-AMT-OUT            DELIMITED BY SIZE
                  "  Shortfall: "       DELIMITED BY SIZE
                  WS-AMT-OUT2           DELIMITED BY SIZE
                INTO RESRPT-REC
           END-STRING
           WRITE RESRPT-REC
           END-WRITE
           IF RCM-ANNUAL-MIN NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE RCM-EFF-FROM (1:6) TO WS-PER-WORK
           COMPUTE WS-FROM-MONTHS = WS-PER-YYYY * 12 + WS-PER-MM - 1
           END-COMPUTE
           IF FUNCTION MOD (WS-SEL-MONTHS - WS-FROM-MONTHS + 1, 12)
              NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-YEAR-END
           PERFORM COMPUTE-ANNUAL-TRUE-UP
           .

      *>  The commitment year is the twelve periods ending with
      *>  this one.  Its charges and the monthly shortfalls already
      *>  billed come from the ledger rows for the eleven earlier
      *>  periods plus this period's own figures (a row left by an
      *>  earlier run of this period is skipped).  What the year
      *>  owes is the annual minimum less the charges, never below
      *>  zero; the true-up is that less the monthly shortfalls
      *>  already billed, so it goes negative -- a credit -- when
      *>  the monthly minimums over-collected against the year.
       COMPUTE-ANNUAL-TRUE-UP.
           COMPUTE WS-YEAR-MONTHS = WS-SEL-MONTHS - 11
           END-COMPUTE
           COMPUTE WS-PER-YYYY = WS-YEAR-MONTHS / 12
           END-COMPUTE
           COMPUTE WS-PER-MM = FUNCTION MOD (WS-YEAR-MONTHS, 12) + 1
           END-COMPUTE
           MOVE WS-PER-NUM TO WS-YEAR-START
           COMPUTE WS-YEAR-ACTUAL = RSL-PRICE-TOT
           END-COMPUTE
           MOVE WS-SHORTFALL TO WS-YEAR-BILLED
           MOVE RSL-ACCT-NO   TO RSH-ACCT-NO
           MOVE WS-YEAR-START TO RSH-PERIOD
           START RESSHORT KEY IS GREATER THAN OR EQUAL RESSHORT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ RESSHORT NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF RSH-ACCT-NO NOT = RSL-ACCT-NO
                       OR RSH-PERIOD NOT < WS-SEL-PERIOD
                           EXIT PERFORM
                       END-IF
                       ADD RSH-ACTUAL    TO WS-YEAR-ACTUAL
                       ADD RSH-SHORTFALL TO WS-YEAR-BILLED
                   END-PERFORM
           END-START
           MOVE ZERO TO WS-ANNUAL-SHORT
           IF WS-YEAR-ACTUAL < RCM-ANNUAL-MIN
               COMPUTE WS-ANNUAL-SHORT = RCM-ANNUAL-MIN - WS-YEAR-ACTUAL
               END-COMPUTE
           END-IF
           COMPUTE WS-TRUEUP = WS-ANNUAL-SHORT - WS-YEAR-BILLED
           END-COMPUTE
           ADD 1         TO WS-TRUEUP-COUNT
           ADD WS-TRUEUP TO WS-TRUEUP-TOT
           MOVE RCM-ANNUAL-MIN TO WS-AMT-OUT
           MOVE WS-YEAR-ACTUAL TO WS-AMT-OUT2
           MOVE SPACES TO RESRPT-REC
           STRING "Annual commitment "  DELIMITED BY SIZE
                  WS-YEAR-START         DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WS-SEL-PERIOD         DELIMITED BY SIZE
                  ": "                  DELIMITED BY SIZE
                  WS-AMT-OUT            DELIMITED BY SIZE
                  "  Year's charges: "  DELIMITED BY SIZE
                  WS-AMT-OUT2           DELIMITED BY SIZE
                INTO RESRPT-REC
           END-STRING
           WRITE RESRPT-REC
           END-WRITE
           MOVE WS-ANNUAL-SHORT TO WS-AMT-OUT
           MOVE WS-YEAR-BILLED  TO WS-AMT-OUT2
           MOVE WS-TRUEUP       TO WS-AMT-OUT3
           MOVE SPACES TO RESRPT-REC
           STRING "Annual shortfall: "  DELIMITED BY SIZE
                  WS-AMT-OUT            DELIMITED BY SIZE
                  "  Less monthly shortfalls billed: "
                                        DELIMITED BY SIZE
                  WS-AMT-OUT2           DELIMITED BY SIZE
                  "  True-up: "         DELIMITED BY SIZE
                  WS-AMT-OUT3           DELIMITED BY SIZE
                INTO RESRPT-REC
           END-STRING
           WRITE RESRPT-REC
           END-WRITE
           .

      *>  The period's ledger row, written after the invoice so it
      *>  carries the invoice number; a re-run replaces it.
       RECORD-COMMITMENT-LEDGER.
           MOVE RSL-ACCT-NO     TO RSH-ACCT-NO
           MOVE WS-SEL-PERIOD   TO RSH-PERIOD
           MOVE RSL-PRICE-TOT   TO RSH-ACTUAL
           MOVE RCM-MONTHLY-MIN TO RSH-MONTHLY-MIN
           MOVE WS-SHORTFALL    TO RSH-SHORTFALL
           MOVE WS-TRUEUP       TO RSH-TRUEUP
           MOVE INV-NO          TO RSH-INV-NO
           MOVE WS-TODAY        TO RSH-SETTLE-DATE
           WRITE RESSHORT-REC
               INVALID KEY
                   REWRITE RESSHORT-REC
                   END-REWRITE
           END-WRITE
           .

      *>  A committed reseller that sent no traffic in the period
      *>  has no RESLMTD row and so was not reached above; it still
      *>  owes its minimum.  Closed accounts are left alone.
       SETTLE-IDLE-COMMITMENTS.
           MOVE ZERO TO RCM-ACCT-NO
           START RESCOMMIT KEY IS GREATER THAN OR EQUAL RCM-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ RESCOMMIT NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM CONSIDER-IDLE-COMMITMENT
                   END-PERFORM
           END-START
           .

       CONSIDER-IDLE-COMMITMENT.
           IF NOT RCM-ACTIVE
           OR RCM-EFF-FROM (1:6) > WS-SEL-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF RCM-EFF-TO NOT = ZERO
           AND RCM-EFF-TO (1:6) < WS-SEL-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE RCM-ACCT-NO   TO RSL-ACCT-NO
           MOVE WS-SEL-PERIOD TO RSL-PERIOD
           READ RESLMTD KEY IS RESLMTD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE RCM-ACCT-NO TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE RCM-ACCT-NO   TO RSL-ACCT-NO
           MOVE WS-SEL-PERIOD TO RSL-PERIOD
           MOVE ZERO TO RSL-CALL-COUNT RSL-MOU-TOT
                        RSL-PRICE-TOT RSL-TAX-TOT
           PERFORM SETTLE-ONE-RESELLER
           .
       END PROGRAM telresel.
