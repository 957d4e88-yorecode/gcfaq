      *> (PAYPLAN.DAT, maintained through telplan) likewise get
      *> their own On-plan column, so Finance can see how much AR is
      *> on arrangement rather than genuinely stale.
      *>
      *> An invoice held below the minimum bill was never sent, so
      *> it ages as current until a later invoice brings it
      *> forward; from then it ages from that invoice's issue date.
      *> One held for bill-shock review likewise ages as current
      *> until telshock releases it, and from its release date on.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telaging.
           .

      *>  One invoice: skip it if fully paid, otherwise work out its
      *>  age from the issue date (see the header for held and
      *>  brought-forward invoices) and roll the open balance into the
      *>  right bucket for its account's state and for the grand
      *>  total.  The disputed portion goes to the Disputed column
      *>  instead of an age bucket; both still roll into the total,
           END-COMPUTE
           IF WS-OPEN-BAL NOT = ZERO
               ADD 1 TO WS-OPEN-COUNT
               EVALUATE TRUE
                   WHEN INV-FWD-HELD
                   WHEN INV-REVIEW-HELD
                       MOVE WS-TODAY-INT TO WS-ISSUE-INT
                   WHEN INV-REVIEW-RELEASED
                       COMPUTE WS-ISSUE-INT =
                            FUNCTION INTEGER-OF-DATE (INV-REVIEW-DATE)
                       END-COMPUTE
                   WHEN INV-FWD-BILLED
                       COMPUTE WS-ISSUE-INT =
                               FUNCTION INTEGER-OF-DATE (INV-FWD-DATE)
                       END-COMPUTE
                   WHEN OTHER
                       COMPUTE WS-ISSUE-INT =
                               FUNCTION INTEGER-OF-DATE (INV-ISSUE-DATE)
                       END-COMPUTE
               END-EVALUATE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ISSUE-INT
               END-COMPUTE
               PERFORM FIND-INVOICE-STATE
