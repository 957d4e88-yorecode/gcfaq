      *>
      *> teldebit.cob -- direct-debit origination run.  Sweeps the
      *> invoice register for invoices belonging to accounts with an
      *> active autopay enrollment (AUTOPAY.DAT, see CBAUTOPAY.cpy,
      *> maintained through telapay) and cuts one bank debit per
      *> invoice as it reaches its INV-DUE-DATE:
      *>
      *>   - an invoice qualifies once its due date is no more than
      *>     TELCO_DEBIT_LEAD_DAYS (default 0) days away and it still
      *>     carries an open balance; only invoices issued on or
      *>     after the mandate date are debited -- an earlier invoice
      *>     told the customer to pay by check, and did not say it
      *>     would be debited; an invoice billed in a foreign
      *>     currency (INV-CURRENCY) is never debited -- the bank
      *>     and posting files are home-currency only, telapay will
      *>     not enroll such an account and telbill prints it the
      *>     ordinary remit wording -- and one met here (an account
      *>     moved to foreign billing after it enrolled) is counted
      *>     and left for the customer to remit;
      *>   - the bank's origination file (DEBITORIG.DAT) goes out
      *>     framed by a *HDR* row and a *TRL* row carrying the debit
      *>     count and amount total, the outbound-envelope discipline
      *>     of the other feeds;
      *>   - every debit is logged on DEBITLOG.DAT (see CBDEBLOG.cpy)
      *>     keyed by invoice, so a re-run never originates the same
      *>     invoice twice;
      *>   - the same debits are written as a lockbox-layout posting
      *>     file (DEBITPAY.DAT, see CBLOCKBX.cpy) -- deposit header
      *>     plus one stub row per invoice -- which telpay applies
      *>     through its ordinary cash-application path when pointed
      *>     at it with TELCO_LOCKBOX=DEBITPAY.DAT.  telpay marks each
      *>     log row posted as it applies it, so INV-PAID-AMT moves
      *>     exactly once per debit.
      *>
      *> Report on TELDEBIT.TXT.  Same fail-closed billing-operations
      *> authorization as telclose: the launching id (TELCO_OPERATOR,
      *> else the login) must carry AUTH-BILLING-OPS on AUTHTB.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teldebit.
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
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
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
           SELECT DEBITORG ASSIGN TO
                "DEBITORIG.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS DBO-STATUS
                .
           SELECT DEBITPAY ASSIGN TO
                "DEBITPAY.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS DBP-STATUS
                .
           SELECT DEBRPT   ASSIGN TO
                "TELDEBIT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS DEBRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  INVREG.
           COPY CBINVREG.
       FD  AUTOPAY.
           COPY CBAUTOPAY.
       FD  DEBITLOG.
           COPY CBDEBLOG.
       FD  DEBITORG.
       01  DEBITORG-REC      PIC X(100).
       FD  DEBITPAY.
           COPY CBLOCKBX.
       FD  DEBRPT.
       01  DEBRPT-REC        PIC X(110).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  APY-STATUS        PIC XX      VALUE "00".
       01  DBL-STATUS        PIC XX      VALUE "00".
       01  DBO-STATUS        PIC XX      VALUE "00".
       01  DBP-STATUS        PIC XX      VALUE "00".
       01  DEBRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-HORIZON        PIC 9(08)   VALUE ZERO.
       01  WS-BATCH-ID       PIC X(20)   VALUE SPACES.
       01  WS-ENV-LEAD       PIC X(04)   VALUE SPACES.
       01  WS-LEAD-DAYS      PIC 9(03)   VALUE ZERO.

      *>  The invoice in flight.
       01  WS-OPEN-BAL       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-EFF-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-TRACE-REF      PIC X(12)   VALUE SPACES.
       01  WS-ALREADY-SENT   PIC X       VALUE "N".
           88  ALREADY-ORIGINATED       VALUE "Y".

      *>  Run control totals -- the *TRL* row on the bank file and
      *>  the deposit header on the posting file both carry them.
       01  WS-DEBIT-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-DEBIT-TOT      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-SKIP-SENT      PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-MANDATE   PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-FOREIGN   PIC 9(07)   VALUE ZERO.
       01  WS-POST-COUNT     PIC 9(07)   VALUE ZERO.

       01  WS-AMT-OUT        PIC -9(09).99.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-CNT-TRL-OUT    PIC 9(07).
       01  WS-HASH-OUT       PIC -9(11).99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

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
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           STRING "DEBIT."            DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-BATCH-ID
           END-STRING
           PERFORM READ-RUN-KNOBS
           OPEN OUTPUT DEBRPT
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "*** INVREG.DAT not available -- no debits "
                  & "originated ***" TO DEBRPT-REC
               WRITE DEBRPT-REC
               END-WRITE
               CLOSE DEBRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUTOPAY
           IF APY-STATUS NOT = "00"
               MOVE "*** AUTOPAY.DAT not available -- no accounts "
                  & "enrolled, no debits originated ***"
                 TO DEBRPT-REC
               WRITE DEBRPT-REC
               END-WRITE
               CLOSE INVREG
                     DEBRPT
               STOP RUN
           END-IF
           PERFORM OPEN-DEBIT-LOG
           OPEN OUTPUT DEBITORG
           MOVE "==== DIRECT-DEBIT ORIGINATION ====" TO DEBRPT-REC
           WRITE DEBRPT-REC
           END-WRITE
           PERFORM WRITE-ORIGINATION-HEADER
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ INVREG NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM CONSIDER-ONE-INVOICE
                   END-PERFORM
           END-START
           PERFORM WRITE-ORIGINATION-TRAILER
           CLOSE DEBITORG
           PERFORM WRITE-POSTING-FILE
           CLOSE INVREG
                 AUTOPAY
                 DEBITLOG
           PERFORM WRITE-RUN-SUMMARY
           CLOSE DEBRPT
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

      *>  The debit lead time: how many days ahead of the due date
      *>  the debit goes to the bank, so it can settle on the due
      *>  date itself.  Zero cuts each debit on its due date.
       READ-RUN-KNOBS.
           MOVE SPACES TO WS-ENV-LEAD
           ACCEPT WS-ENV-LEAD FROM ENVIRONMENT
               "TELCO_DEBIT_LEAD_DAYS"
           END-ACCEPT
           IF WS-ENV-LEAD NOT = SPACES
               COMPUTE WS-LEAD-DAYS = FUNCTION NUMVAL (WS-ENV-LEAD)
               END-COMPUTE
           END-IF
           MOVE "TELCO_DEBIT_LEAD_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-LEAD TO CFQ-ENV-VALUE
           MOVE WS-LEAD-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-LEAD-DAYS)
           END-COMPUTE
           .

      *>  DEBITLOG.DAT is created on first use, same pattern as
      *>  ACCTSUM/DUPCHECK in telco5.
       OPEN-DEBIT-LOG.
           OPEN I-O DEBITLOG
           IF DBL-STATUS NOT = "00"
               OPEN OUTPUT DEBITLOG
               CLOSE DEBITLOG
               OPEN I-O DEBITLOG
           END-IF
           .

      *>  One register row: an ordinary invoice, open, due inside
      *>  the horizon, belonging to an active enrollment whose
      *>  mandate predates the invoice, and not already sent.
       CONSIDER-ONE-INVOICE.
           IF NOT INV-DOC-INVOICE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OPEN-BAL = INV-AMT-DUE - INV-PAID-AMT
                               - INV-WOFF-AMT
           END-COMPUTE
           IF WS-OPEN-BAL <= ZERO
           OR INV-DUE-DATE > WS-HORIZON
               EXIT PARAGRAPH
           END-IF
           MOVE INV-ACCT-NO TO APY-ACCT-NO
           READ AUTOPAY
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF NOT APY-ACTIVE
               EXIT PARAGRAPH
           END-IF
           IF APY-MANDATE-DATE > INV-ISSUE-DATE
               ADD 1 TO WS-SKIP-MANDATE
               EXIT PARAGRAPH
           END-IF
           IF INV-CURRENCY NOT = SPACES
               ADD 1 TO WS-SKIP-FOREIGN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ALREADY-SENT
           MOVE INV-NO TO DBL-INV-NO
           READ DEBITLOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ALREADY-ORIGINATED TO TRUE
           END-READ
           IF ALREADY-ORIGINATED
               ADD 1 TO WS-SKIP-SENT
               EXIT PARAGRAPH
           END-IF
           IF INV-DUE-DATE > WS-TODAY
               MOVE INV-DUE-DATE TO WS-EFF-DATE
           ELSE
               MOVE WS-TODAY     TO WS-EFF-DATE
           END-IF
           MOVE SPACES TO WS-TRACE-REF
           STRING "DD"                DELIMITED BY SIZE
                  INV-NO              DELIMITED BY SIZE
                INTO WS-TRACE-REF
           END-STRING
           PERFORM WRITE-ORIGINATION-ROW
           PERFORM LOG-ONE-DEBIT
           ADD 1           TO WS-DEBIT-COUNT
           ADD WS-OPEN-BAL TO WS-DEBIT-TOT
           .

      *>  The bank's fixed-field debit row: routing, account token,
      *>  our account and invoice, amount, effective date and the
      *>  trace reference the debit will come back under.
       WRITE-ORIGINATION-ROW.
           MOVE WS-OPEN-BAL TO WS-AMT-OUT
           MOVE SPACES TO DEBITORG-REC
           STRING "D "                DELIMITED BY SIZE
                  APY-ROUTING-NO      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  APY-BANK-TOKEN      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  INV-ACCT-NO         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  INV-NO              DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-AMT-OUT          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EFF-DATE         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TRACE-REF        DELIMITED BY SIZE
                INTO DEBITORG-REC
           END-STRING
           WRITE DEBITORG-REC
           END-WRITE
           MOVE WS-OPEN-BAL TO WS-AMT-OUT2
           MOVE SPACES TO DEBRPT-REC
           STRING "  acct "           DELIMITED BY SIZE
                  INV-ACCT-NO         DELIMITED BY SIZE
                  " inv "             DELIMITED BY SIZE
                  INV-NO              DELIMITED BY SIZE
                  " due "             DELIMITED BY SIZE
                  INV-DUE-DATE        DELIMITED BY SIZE
                  " debit "           DELIMITED BY SIZE
                  WS-AMT-OUT2         DELIMITED BY SIZE
                  " on "              DELIMITED BY SIZE
                  WS-EFF-DATE         DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-TRACE-REF        DELIMITED BY SIZE
                INTO DEBRPT-REC
           END-STRING
           WRITE DEBRPT-REC
           END-WRITE
           .

       LOG-ONE-DEBIT.
           MOVE INV-NO       TO DBL-INV-NO
           MOVE INV-ACCT-NO  TO DBL-ACCT-NO
           MOVE WS-OPEN-BAL  TO DBL-AMOUNT
           MOVE WS-EFF-DATE  TO DBL-EFF-DATE
           MOVE WS-TODAY     TO DBL-ORIG-DATE
           MOVE WS-TRACE-REF TO DBL-TRACE-REF
           MOVE "O"          TO DBL-STATUS-IND
           MOVE WS-BATCH-ID  TO DBL-BATCH-ID
           WRITE DEBITLOG-REC
           END-WRITE
           .

       WRITE-ORIGINATION-HEADER.
           MOVE SPACES TO DEBITORG-REC
           STRING "*HDR* TELDEBIT "   DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-BATCH-ID         DELIMITED BY SIZE
                INTO DEBITORG-REC
           END-STRING
           WRITE DEBITORG-REC
           END-WRITE
           .

       WRITE-ORIGINATION-TRAILER.
           MOVE WS-DEBIT-COUNT TO WS-CNT-TRL-OUT
           MOVE WS-DEBIT-TOT   TO WS-HASH-OUT
           MOVE SPACES TO DEBITORG-REC
           STRING "*TRL* "            DELIMITED BY SIZE
                  WS-CNT-TRL-OUT      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-HASH-OUT         DELIMITED BY SIZE
                INTO DEBITORG-REC
           END-STRING
           WRITE DEBITORG-REC
           END-WRITE
           .

      *>  The posting half: a deposit header carrying tonight's debit
      *>  total, then one stub row per debit read back off the log
      *>  under this run's batch id -- so the header is known before
      *>  the first detail is written, and the posting file can only
      *>  ever carry what the bank file carried.
       WRITE-POSTING-FILE.
           OPEN OUTPUT DEBITPAY
           MOVE SPACES        TO LOCKBOX-REC
           MOVE "H"           TO PAY-REC-TYPE
           MOVE ZERO          TO PAY-INV-NO PAY-ACCT-NO
           MOVE WS-DEBIT-TOT  TO PAY-AMOUNT
           MOVE WS-BATCH-ID   TO PAY-CHECK-REF
           MOVE WS-TODAY      TO PAY-DATE
           WRITE LOCKBOX-REC
           END-WRITE
           IF WS-DEBIT-COUNT > ZERO
               MOVE ZERO TO DBL-INV-NO
               START DEBITLOG KEY IS GREATER THAN DBL-INV-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ DEBITLOG NEXT
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF DBL-BATCH-ID = WS-BATCH-ID
                               PERFORM WRITE-POSTING-ROW
                           END-IF
                       END-PERFORM
               END-START
           END-IF
           CLOSE DEBITPAY
           .

       WRITE-POSTING-ROW.
           MOVE SPACES        TO LOCKBOX-REC
           MOVE "D"           TO PAY-REC-TYPE
           MOVE DBL-INV-NO    TO PAY-INV-NO
           MOVE DBL-ACCT-NO   TO PAY-ACCT-NO
           MOVE DBL-AMOUNT    TO PAY-AMOUNT
           MOVE DBL-TRACE-REF TO PAY-CHECK-REF
           MOVE DBL-EFF-DATE  TO PAY-DATE
           WRITE LOCKBOX-REC
           END-WRITE
           ADD 1 TO WS-POST-COUNT
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO DEBRPT-REC
           WRITE DEBRPT-REC
           END-WRITE
           MOVE WS-DEBIT-COUNT TO WS-COUNT-OUT
           MOVE WS-DEBIT-TOT   TO WS-AMT-OUT2
           MOVE SPACES TO DEBRPT-REC
           STRING "Debits originated: "   DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                  "  totaling "           DELIMITED BY SIZE
                  WS-AMT-OUT2             DELIMITED BY SIZE
                INTO DEBRPT-REC
           END-STRING
           WRITE DEBRPT-REC
           END-WRITE
           MOVE WS-SKIP-SENT TO WS-COUNT-OUT
           MOVE SPACES TO DEBRPT-REC
           STRING "Already originated, skipped: "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO DEBRPT-REC
           END-STRING
           WRITE DEBRPT-REC
           END-WRITE
           MOVE WS-SKIP-MANDATE TO WS-COUNT-OUT
           MOVE SPACES TO DEBRPT-REC
           STRING "Issued before the mandate, left for check: "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO DEBRPT-REC
           END-STRING
           WRITE DEBRPT-REC
           END-WRITE
           IF WS-SKIP-FOREIGN > ZERO
               MOVE WS-SKIP-FOREIGN TO WS-COUNT-OUT
               MOVE SPACES TO DEBRPT-REC
               STRING "*** Billed in a foreign currency, not "
                                              DELIMITED BY SIZE
                      "debited: "             DELIMITED BY SIZE
                      WS-COUNT-OUT            DELIMITED BY SIZE
                      " -- suspend the enrollment ***"
                                              DELIMITED BY SIZE
                    INTO DEBRPT-REC
               END-STRING
               WRITE DEBRPT-REC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-POST-COUNT NOT = WS-DEBIT-COUNT
               MOVE "*** POSTING FILE DOES NOT MATCH THE BANK FILE "
                  & "-- DO NOT RELEASE ***" TO DEBRPT-REC
               WRITE DEBRPT-REC
               END-WRITE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO DEBRPT-REC
           STRING "Bank file DEBITORIG.DAT, batch "
                                          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BATCH-ID)
                                          DELIMITED BY SIZE
                  " -- post DEBITPAY.DAT through telpay on "
                                          DELIMITED BY SIZE
                  "settlement"            DELIMITED BY SIZE
                INTO DEBRPT-REC
           END-STRING
           WRITE DEBRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELDEBIT" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM teldebit.
