      *>     through the register -- a gap-controlled INVSEQ.DAT
      *>     number against the carrier's CARRIER-BILL-ACCT
      *>     receivable account -- so the receivable is tracked and
      *>     dunnable like any other.  The same pass invoices the
      *>     period's terminating access (CM-TERM-TOT, rated by
      *>     telco5 off the switch's record type "4" traffic at the
      *>     carrier's CARRIER-TERM-RATE) as a separate invoice to
      *>     the same receivable account, so each can be disputed
      *>     and settled on its own.
      *>
      *> Report on TELROAM.TXT.
      *>
       01  WS-RATED-TOT      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-INV-COUNT      PIC 9(05)   VALUE ZERO.
       01  WS-NEXT-INV-NO    PIC 9(08)   VALUE ZERO.
       01  WS-INV-AMOUNT     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-INV-LABEL      PIC X(20)   VALUE SPACES.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
                       MOVE WS-TODAY (1:6) TO CM-PERIOD
                   END-IF
                   MOVE ZERO      TO CM-CTAX-TOT CM-SETTLE-TOT
                   MOVE ZERO      TO CM-TERM-TOT CM-TERM-MINUTES
                   MOVE WS-CHARGE TO CM-INBOUND-TOT
                   WRITE CARRMTD-REC
                   END-WRITE
                               EXIT PERFORM
                       END-READ
                       IF CM-PERIOD = WS-SEL-PERIOD
                       AND (CM-INBOUND-TOT NOT = ZERO
                            OR CM-TERM-TOT NOT = ZERO)
                           PERFORM INVOICE-ONE-CARRIER
                       END-IF
                   END-PERFORM
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           IF CM-INBOUND-TOT NOT = ZERO
               MOVE CM-INBOUND-TOT       TO WS-INV-AMOUNT
               MOVE "inbound roaming"   TO WS-INV-LABEL
               PERFORM CUT-CARRIER-INVOICE
           END-IF
           IF CM-TERM-TOT NOT = ZERO
               MOVE CM-TERM-TOT          TO WS-INV-AMOUNT
               MOVE "terminating"       TO WS-INV-LABEL
               PERFORM CUT-CARRIER-INVOICE
           END-IF
           .

      *>  One register invoice for WS-INV-AMOUNT against the
      *>  carrier's receivable account, labelled on the report by
      *>  which bucket it bills.
       CUT-CARRIER-INVOICE.
           ADD 1 TO WS-NEXT-INV-NO
           MOVE WS-NEXT-INV-NO    TO INV-NO
           MOVE CARRIER-BILL-ACCT TO INV-ACCT-NO
           MOVE WS-SEL-PERIOD     TO INV-PERIOD
           MOVE WS-INV-AMOUNT     TO INV-PRICE-TOT
           MOVE ZERO              TO INV-BTAX-TOT INV-DTAX-TOT
           MOVE WS-INV-AMOUNT     TO INV-AMT-DUE
           MOVE WS-TODAY          TO INV-ISSUE-DATE
           MOVE WS-TODAY          TO INV-DUE-DATE
           MOVE ZERO              TO INV-PAID-AMT INV-WOFF-AMT
           MOVE "I"               TO INV-DOC-TYPE
           MOVE ZERO              TO INV-REF-INV-NO
           MOVE SPACES            TO INV-CM-REASON
           MOVE ZERO              TO INV-LATE-AMT INV-OTC-AMT
           MOVE ZERO              TO INV-DEP-APPL-AMT
           MOVE ZERO              TO INV-SETTLE-AMT INV-SETTLE-DATE
           MOVE SPACE             TO INV-SETTLE-IND
           MOVE ZERO              TO INV-BUDGET-ADJ
           MOVE SPACES            TO INV-CURRENCY
           MOVE ZERO              TO INV-FX-RATE INV-FX-AMT-DUE
                                     INV-FX-PAID-AMT INV-FX-GAIN-LOSS
           MOVE ZERO              TO INV-RECUR-AMT INV-TPC-AMT
                                     INV-FEE-AMT INV-LIFE-CREDIT
           MOVE SPACE             TO INV-FWD-IND
           MOVE ZERO              TO INV-FWD-INV-NO INV-FWD-PERIOD
                                     INV-FWD-DATE INV-FWD-AMT
           MOVE SPACE             TO INV-REVIEW-IND
           MOVE ZERO              TO INV-REVIEW-DATE
           WRITE INVREG-REC
               INVALID KEY
                   REWRITE INVREG-REC
           END-WRITE
           ADD 1 TO WS-INV-COUNT
           MOVE WS-INV-AMOUNT TO WS-AMT-OUT
           MOVE SPACES TO ROAMRPT-REC
           STRING "Carrier "           DELIMITED BY SIZE
                  CM-CARRIER-CODE      DELIMITED BY SIZE
                  "  invoice "         DELIMITED BY SIZE
                  INV-NO               DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-INV-LABEL         DELIMITED BY "  "
                  " "                  DELIMITED BY SIZE
                  WS-AMT-OUT           DELIMITED BY SIZE
                INTO ROAMRPT-REC
           END-STRING
