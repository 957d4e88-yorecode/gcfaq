      *>     address plus each open INVREG invoice, framed with a
      *>     *TRL* control row -- and flags each account placed on
      *>     AGCYSTAT.DAT (see CBAGCY.cpy) so teldun stops writing
      *>     to it.  A protected account -- a medical-necessity
      *>     certificate, a government or emergency-service account
      *>     (kept through telprot, asked through TELPRTQ) -- is
      *>     never placed; it is listed on the report instead.  A
      *>     state's disconnection moratorium does not stop a
      *>     placement, only a disconnect.
      *>   telagcy USERID REMIT
      *>     processes the agency's monthly remittance/status file
      *>     (AGCYREM.DAT: invoice number, amount collected, status
      *>     code) back against the register through INV-PAID-AMT,
      *>     accumulating each account's remitted total; a "U"
      *>     (uncollectable) status closes the placement.  Each
      *>     amount applied is logged on PAYAPPL.DAT (see
      *>     CBPAYAPL.cpy) like a lockbox payment, under an
      *>     "AGCY" + date reference, so the cash carries a posting
      *>     date for the AR roll-forward and the payment history.
      *>   telagcy USERID RECALL ACCT
      *>     takes an account back from the agency when the customer
      *>     returns to us directly -- flagged "R", back into the
                LINE SEQUENTIAL
                FILE STATUS IS AGCYREM-STATUS
                .
           SELECT PAYAPPL  ASSIGN TO
                "PAYAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PAL-KEY
                FILE STATUS IS PAL-STATUS
                .
           SELECT AGYAUDIT ASSIGN TO
                "TELAGCY.AUD"
                LINE SEQUENTIAL
           05  REM-ACCT-NO       PIC 9(10).
           05  REM-AMOUNT        PIC 9(09)V99.
           05  REM-STATUS-CODE   PIC X(01).
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  AGYAUDIT.
       01  AGYAUDIT-REC      PIC X(190).
       FD  AGYRPT.
       01  AGYRPT-REC        PIC X(110).

       01  AGCYREM-STATUS    PIC XX      VALUE "00".
       01  AGYAUDIT-STATUS   PIC XX      VALUE "00".
       01  AGYRPT-STATUS     PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  WS-PAL-OPEN       PIC X       VALUE "N".
           88  PAL-FILE-OPEN           VALUE "Y".
       01  WS-AGCY-REF       PIC X(12)   VALUE SPACES.

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-STATE-ON-FILE  PIC X       VALUE "N".
           88  STATE-ON-FILE              VALUE "Y".
       01  WS-SKIP-PLACED    PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-PROTECTED PIC 9(07)   VALUE ZERO.

       01  WS-PLACED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-PLACED-TOT     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-HASH-OUT       PIC -9(11).99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

      *>  Protected-account lookup (see CBPROTRQ.cpy).
           COPY CBPROTRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
               PERFORM CONSIDER-ONE-CANDIDATE
           END-PERFORM
           PERFORM WRITE-EXTRACT-TRAILER
           SET PRQ-CLOSE TO TRUE
           CALL "TELPRTQ" USING PROT-REQUEST
           END-CALL
           CLOSE INVREG
                 ACCT-MASTER
                 AGCYOUT
           END-STRING
           WRITE AGYRPT-REC
           END-WRITE
           MOVE WS-SKIP-PROTECTED TO WS-COUNT-OUT
           MOVE SPACES TO AGYRPT-REC
           STRING "Not placed (protected account): " DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO AGYRPT-REC
           END-STRING
           WRITE AGYRPT-REC
           END-WRITE
           .

       COLLECT-CANDIDATES.
               ADD 1 TO WS-SKIP-PLACED
               EXIT PARAGRAPH
           END-IF
           SET PRQ-QUERY TO TRUE
           MOVE CAND-ACCT-NO (CAND-IDX) TO PRQ-ACCT-NO
           MOVE SPACES                  TO PRQ-STATE
           MOVE WS-TODAY                TO PRQ-DATE
           CALL "TELPRTQ" USING PROT-REQUEST
           END-CALL
           IF PRQ-PROTECTED
               ADD 1 TO WS-SKIP-PROTECTED
               MOVE CAND-OPEN-BAL (CAND-IDX) TO WS-BAL-OUT
               MOVE SPACES TO AGYRPT-REC
               STRING "Protected, not placed: acct " DELIMITED BY SIZE
                      CAND-ACCT-NO (CAND-IDX)  DELIMITED BY SIZE
                      " owing "                DELIMITED BY SIZE
                      WS-BAL-OUT               DELIMITED BY SIZE
                      " type "                 DELIMITED BY SIZE
                      PRQ-TYPE                 DELIMITED BY SIZE
                      " ref "                  DELIMITED BY SIZE
                      PRQ-CERT-REF             DELIMITED BY SIZE
                    INTO AGYRPT-REC
               END-STRING
               WRITE AGYRPT-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-PLACEMENT-EXTRACT
           PERFORM RECORD-PLACEMENT
           .
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INVREG
           OPEN I-O PAYAPPL
           IF PAL-STATUS NOT = "00"
               OPEN OUTPUT PAYAPPL
               CLOSE PAYAPPL
               OPEN I-O PAYAPPL
           END-IF
           IF PAL-STATUS = "00"
               SET PAL-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-AGCY-REF
           STRING "AGCY"   DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                INTO WS-AGCY-REF
           END-STRING
           PERFORM UNTIL 0 = 1
               READ AGCYREM
                   AT END
           END-PERFORM
           CLOSE AGCYREM
                 INVREG
           IF PAL-FILE-OPEN
               CLOSE PAYAPPL
           END-IF
           MOVE WS-REMIT-COUNT TO WS-COUNT-OUT
           MOVE WS-REMIT-TOT   TO WS-HASH-OUT
           MOVE SPACES TO AGYRPT-REC
                       REWRITE INVREG-REC
                       ADD 1           TO WS-REMIT-COUNT
                       ADD WS-TAKE-AMT TO WS-REMIT-TOT
                       PERFORM LOG-AGENCY-APPLICATION
                   END-IF
                   PERFORM UPDATE-PLACEMENT-STATE
           END-READ
           .

      *>  One PAYAPPL row per invoice per remittance day; a second
      *>  line for the same invoice in the same file adds to it.
      *>  Never returned through telrtn -- the bank never sees an
      *>  agency reference.
       LOG-AGENCY-APPLICATION.
           IF NOT PAL-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGCY-REF TO PAL-CHECK-REF
           MOVE INV-ACCT-NO TO PAL-ACCT-NO
           MOVE INV-NO      TO PAL-INV-NO
           READ PAYAPPL
               INVALID KEY
                   MOVE INV-ACCT-NO TO PAL-BILL-ACCT
                   MOVE WS-TAKE-AMT TO PAL-AMOUNT
                   MOVE ZERO        TO PAL-SUSP-AMT PAL-PLAN-AMT
                                       PAL-RETURN-DATE
                                       PAL-ITEM-AMT PAL-FX-AMT
                                       PAL-FX-GAIN-LOSS
                   MOVE WS-TODAY    TO PAL-POST-DATE
                   MOVE "A"         TO PAL-STATUS-IND
                   MOVE SPACES      TO PAL-RETURN-REASON
                                       PAL-CURRENCY
                   WRITE PAYAPPL-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-TAKE-AMT TO PAL-AMOUNT
                   REWRITE PAYAPPL-REC
                   END-REWRITE
           END-READ
           .

       UPDATE-PLACEMENT-STATE.
           MOVE INV-ACCT-NO TO AGY-ACCT-NO
           READ AGCYSTAT
                    INTO AGYAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE AGYAUDIT-REC
           END-WRITE
           CLOSE AGYAUDIT
           WRITE AGYRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELAGCY.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELAGCY.AUD" TO SRQ-TRAIL
           MOVE AGYAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO AGYAUDIT-REC
           .
       END PROGRAM telagcy.
