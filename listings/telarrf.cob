      *>
      *> telarrf.cob -- accounts-receivable roll-forward for a
      *> period.  telaging states where AR stands; at month end the
      *> controller also has to show how it got there from last
      *> month, and that the movement agrees with what telgl posted
      *> to account 1200.  This report:
      *>
      *>   - opens from the prior period's closing AR as rolled by
      *>     this program (ARROLL.DAT, see CBARROLL.cpy); a prior
      *>     period never rolled opens from the register itself,
      *>     and says so;
      *>   - states the period's register movements, each dated off
      *>     the document that carries it: invoices issued, late-
      *>     payment charges and one-time charges (INVREG.DAT
      *>     issue date and breakout fields); payments applied, net
      *>     of items the bank returned (PAYAPPL.DAT post/return
      *>     dates); credit memos (INV-DOC-CREDIT-MEMO); write-offs
      *>     (INV-WOFF-AMT/DATE); refunds and escheatments
      *>     (INV-SETTLE-*); and final-bill deposit applications
      *>     (INV-DEP-APPL-AMT).  Each line is signed as it moves AR
      *>     -- a refund or escheatment clears a credit balance, so
      *>     it moves AR up, exactly as telgl debits 1200 for it;
      *>   - arrives at the closing AR and proves it against the
      *>     register: today's open balance on INVREG.DAT -- the
      *>     figure telaging's grand total ties to -- less whatever
      *>     moved after the period ended.  Anything the dated
      *>     movements cannot account for (a re-billed invoice
      *>     rewritten in place, a register change made outside the
      *>     programs) is the unexplained difference, and fails the
      *>     proof;
      *>   - sets each movement line beside the period's account-
      *>     1200 journal lines off telgl's dated GLJEHIST.DAT
      *>     history (see CBGLJEH.cpy), classified by the line telgl
      *>     wrote, and flags every difference.  Usage reaches the
      *>     GL as it is rated rather than as it is invoiced, so
      *>     "invoices issued" only agrees at a clean cut-off; the
      *>     report flags, it does not explain.
      *>
      *> The period's closing AR is then kept on ARROLL.DAT as next
      *> period's opening.
      *>
      *> Invoked:  telarrf [YYYYMM]   -- default is the last period
      *> telclose cut over on TELCLOSE.DAT.  Report on TELARRF.TXT;
      *> return code 4 when a line disagrees with the GL, 8 when the
      *> roll-forward itself does not prove.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telarrf.
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
           SELECT GLJEHIST ASSIGN TO
                "GLJEHIST.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLJEHIST-STATUS
                .
           SELECT CLOSETB  ASSIGN TO
                "TELCLOSE.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS CLOSE-PERIOD
                FILE STATUS IS CLOSE-STATUS
                .
           SELECT ARROLL   ASSIGN TO
                "ARROLL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ARR-PERIOD
                FILE STATUS IS ARR-STATUS
                .
           SELECT ARFRPT   ASSIGN TO
                "TELARRF.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS ARFRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  INVREG.
           COPY CBINVREG.
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  GLJEHIST.
           COPY CBGLJEH.
       FD  CLOSETB.
           COPY CBCLOSE.
       FD  ARROLL.
           COPY CBARROLL.
       FD  ARFRPT.
       01  ARFREC            PIC X(110).

       WORKING-STORAGE SECTION.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  GLJEHIST-STATUS   PIC XX      VALUE "00".
       01  CLOSE-STATUS      PIC XX      VALUE "00".
       01  ARR-STATUS        PIC XX      VALUE "00".
       01  ARFRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-PERIOD-ARG     PIC X(06)   VALUE SPACES.
       01  WS-FAIL-REASON    PIC X(50)   VALUE SPACES.

      *>  The period and its calendar bounds.  A date compares
      *>  against YYYYMM01/YYYYMM31 whatever the month's length.
       01  WS-SEL-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-SEL-PERIOD-X REDEFINES WS-SEL-PERIOD.
           05  WS-SEL-YEAR   PIC 9(04).
           05  WS-SEL-MONTH  PIC 9(02).
       01  WS-PRIOR-PERIOD   PIC 9(06)   VALUE ZERO.
       01  WS-PER-START      PIC 9(08)   VALUE ZERO.
       01  WS-PER-END        PIC 9(08)   VALUE ZERO.
       01  WS-MOVE-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-MOVE-AMT       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-MOVE-LINE      PIC 9(02)   COMP-5 VALUE ZERO.

      *>  One slot per roll-forward movement line: the register's
      *>  figure for the period, what moved after the period ended
      *>  (taken back off today's balance to reach the period-end
      *>  closing), and the period's account-1200 journals.  Slot
      *>  10 is GL-only: 1200 lines telgl wrote that no register
      *>  movement corresponds to.
       01  WS-LINE-COUNT     PIC 9(02)   COMP-5 VALUE 10.
       01  ROLL-LINE-LABELS.
           05  FILLER PIC X(30) VALUE "Invoices issued".
           05  FILLER PIC X(30) VALUE "Late-payment charges".
           05  FILLER PIC X(30) VALUE "One-time charges".
           05  FILLER PIC X(30) VALUE "Payments applied (net)".
           05  FILLER PIC X(30) VALUE "Credit memos".
           05  FILLER PIC X(30) VALUE "Write-offs".
           05  FILLER PIC X(30) VALUE "Refunds".
           05  FILLER PIC X(30) VALUE "Deposit applications".
           05  FILLER PIC X(30) VALUE "Escheatments".
           05  FILLER PIC X(30) VALUE "Other AR journals".
       01  ROLL-LINE-LABEL-TBL REDEFINES ROLL-LINE-LABELS.
           05  RF-LABEL      PIC X(30)   OCCURS 10 TIMES.
       01  ROLL-LINES.
           05  RF-ENTRY OCCURS 10 TIMES INDEXED BY RF-IDX.
               10  RF-REG        PIC S9(11)V99 COMP-5.
               10  RF-AFTER      PIC S9(11)V99 COMP-5.
               10  RF-GL         PIC S9(11)V99 COMP-5.

       01  WS-REG-OPEN-NOW   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-AFTER-TOT      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-MOVEMENT-TOT   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-GL-TOT         PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-OPENING-AR     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-CLOSING-AR     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-REG-CLOSING    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-UNEXPLAINED    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-LINE-DIFF      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-GL-DIFF-COUNT  PIC 9(03)   VALUE ZERO.
       01  WS-INVOICE-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-GL-LINE-COUNT  PIC 9(07)   VALUE ZERO.

       01  WS-OPENING-SRC    PIC X       VALUE "D".
           88  OPENING-FROM-ROLL         VALUE "R".
           88  OPENING-DERIVED           VALUE "D".
       01  WS-PAL-OPEN       PIC X       VALUE "N".
           88  PAL-FILE-OPEN             VALUE "Y".
       01  WS-GLH-OPEN       PIC X       VALUE "N".
           88  GLH-FILE-OPEN             VALUE "Y".

       01  ROLL-DETAIL-LINE.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-LABEL     PIC X(30).
           05  RDL-REG-OUT   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-GL-OUT    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-DIFF-OUT  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-FLAG      PIC X(10).
       01  ROLL-HEADER-1     PIC X(110)  VALUE
           "  Movement                                 Register"
         & "              GL 1200           Difference".

       01  WS-AMT-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           OPEN OUTPUT ARFRPT
           PERFORM PARSE-COMMAND-LINE
           IF WS-FAIL-REASON = SPACES
               OPEN INPUT INVREG
               IF INVREG-STATUS NOT = "00"
                   MOVE "INVREG.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO ARFREC
               STRING "*** AR roll-forward failed: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FAIL-REASON)
                                                  DELIMITED BY SIZE
                      " ***"                      DELIMITED BY SIZE
                    INTO ARFREC
               END-STRING
               WRITE ARFREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE ARFRPT
               STOP RUN
           END-IF
           INITIALIZE ROLL-LINES
           PERFORM SWEEP-REGISTER
           CLOSE INVREG
           PERFORM SWEEP-PAYMENT-LOG
           PERFORM SWEEP-GL-HISTORY
           PERFORM FIND-OPENING-BALANCE
           PERFORM WRITE-ROLL-FORWARD
           PERFORM SAVE-CLOSING-BALANCE
           CLOSE ARFRPT
           STOP RUN
           .

      *>  Period off the command line, else the last period
      *>  telclose cut over -- the month the controller is closing.
       PARSE-COMMAND-LINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-PERIOD-ARG
           END-UNSTRING
           IF WS-PERIOD-ARG NOT = SPACES
               IF WS-PERIOD-ARG IS NUMERIC
                   MOVE WS-PERIOD-ARG TO WS-SEL-PERIOD
               ELSE
                   MOVE "PERIOD MUST BE YYYYMM" TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           ELSE
               OPEN INPUT CLOSETB
               IF CLOSE-STATUS = "00"
                   PERFORM UNTIL 0 = 1
                       READ CLOSETB NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       MOVE CLOSE-PERIOD TO WS-SEL-PERIOD
                   END-PERFORM
                   CLOSE CLOSETB
               END-IF
               IF WS-SEL-PERIOD = ZERO
                   MOVE "NO CLOSED PERIOD ON TELCLOSE.DAT"
                     TO WS-FAIL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SEL-MONTH < 1 OR WS-SEL-MONTH > 12
               MOVE "PERIOD MUST BE YYYYMM" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PER-START = WS-SEL-PERIOD * 100 + 1
           END-COMPUTE
           COMPUTE WS-PER-END = WS-SEL-PERIOD * 100 + 31
           END-COMPUTE
           IF WS-SEL-MONTH = 1
               COMPUTE WS-PRIOR-PERIOD =
                       (WS-SEL-YEAR - 1) * 100 + 12
               END-COMPUTE
           ELSE
               COMPUTE WS-PRIOR-PERIOD = WS-SEL-PERIOD - 1
               END-COMPUTE
           END-IF
           .

      *>  Every register row: its open balance into today's total
      *>  (telaging's formula), and each dated movement it carries
      *>  into the period or after-period column of its line.
       SWEEP-REGISTER.
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-INVOICE-COUNT
               COMPUTE WS-REG-OPEN-NOW = WS-REG-OPEN-NOW
                     + INV-AMT-DUE - INV-PAID-AMT - INV-WOFF-AMT
               END-COMPUTE
               MOVE INV-ISSUE-DATE TO WS-MOVE-DATE
               IF INV-DOC-CREDIT-MEMO
                   MOVE 5 TO WS-MOVE-LINE
                   MOVE INV-AMT-DUE TO WS-MOVE-AMT
                   PERFORM POST-REGISTER-MOVEMENT
               ELSE
                   MOVE 1 TO WS-MOVE-LINE
                   COMPUTE WS-MOVE-AMT = INV-AMT-DUE - INV-LATE-AMT
                         - INV-OTC-AMT + INV-DEP-APPL-AMT
                   END-COMPUTE
                   PERFORM POST-REGISTER-MOVEMENT
                   MOVE 2 TO WS-MOVE-LINE
                   MOVE INV-LATE-AMT TO WS-MOVE-AMT
                   PERFORM POST-REGISTER-MOVEMENT
                   MOVE 3 TO WS-MOVE-LINE
                   MOVE INV-OTC-AMT TO WS-MOVE-AMT
                   PERFORM POST-REGISTER-MOVEMENT
                   MOVE 8 TO WS-MOVE-LINE
                   COMPUTE WS-MOVE-AMT = ZERO - INV-DEP-APPL-AMT
                   END-COMPUTE
                   PERFORM POST-REGISTER-MOVEMENT
               END-IF
               IF INV-WOFF-AMT NOT = ZERO
                   MOVE 6 TO WS-MOVE-LINE
                   MOVE INV-WOFF-DATE TO WS-MOVE-DATE
                   COMPUTE WS-MOVE-AMT = ZERO - INV-WOFF-AMT
                   END-COMPUTE
                   PERFORM POST-REGISTER-MOVEMENT
               END-IF
               IF INV-SETTLE-AMT NOT = ZERO
                   IF INV-SETTLED-ESCHEAT
                       MOVE 9 TO WS-MOVE-LINE
                   ELSE
                       MOVE 7 TO WS-MOVE-LINE
                   END-IF
                   MOVE INV-SETTLE-DATE TO WS-MOVE-DATE
                   MOVE INV-SETTLE-AMT  TO WS-MOVE-AMT
                   PERFORM POST-REGISTER-MOVEMENT
               END-IF
           END-PERFORM
           .

      *>  A movement dated inside the period counts in it; one dated
      *>  after the period ended is taken back off today's balance.
       POST-REGISTER-MOVEMENT.
           IF WS-MOVE-AMT = ZERO
               EXIT PARAGRAPH
           END-IF
           SET RF-IDX TO WS-MOVE-LINE
           EVALUATE TRUE
               WHEN WS-MOVE-DATE > WS-PER-END
                   ADD WS-MOVE-AMT TO RF-AFTER (RF-IDX) WS-AFTER-TOT
               WHEN WS-MOVE-DATE >= WS-PER-START
                   ADD WS-MOVE-AMT TO RF-REG (RF-IDX)
           END-EVALUATE
           .

      *>  Cash applied to invoices, by posting date, and cash the
      *>  bank sent back, by return date.  The suspense row of each
      *>  payment (invoice zero) never reached AR.
       SWEEP-PAYMENT-LOG.
           OPEN INPUT PAYAPPL
           IF PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PAL-FILE-OPEN TO TRUE
           MOVE 4 TO WS-MOVE-LINE
           PERFORM UNTIL 0 = 1
               READ PAYAPPL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PAL-INV-NO NOT = ZERO
                   MOVE PAL-POST-DATE TO WS-MOVE-DATE
                   COMPUTE WS-MOVE-AMT = ZERO - PAL-AMOUNT
                   END-COMPUTE
                   PERFORM POST-REGISTER-MOVEMENT
                   IF PAL-RETURNED
                       MOVE PAL-RETURN-DATE TO WS-MOVE-DATE
                       MOVE PAL-AMOUNT      TO WS-MOVE-AMT
                       PERFORM POST-REGISTER-MOVEMENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYAPPL
           .

      *>  The period's account-1200 lines, signed as they move the
      *>  account (debit up, credit down) and put on the movement
      *>  line the telgl line was written for.
       SWEEP-GL-HISTORY.
           OPEN INPUT GLJEHIST
           IF GLJEHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET GLH-FILE-OPEN TO TRUE
           PERFORM UNTIL 0 = 1
               READ GLJEHIST NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF GJH-GL-ACCOUNT = "1200    "
               AND GJH-POST-DATE >= WS-PER-START
               AND GJH-POST-DATE <= WS-PER-END
                   ADD 1 TO WS-GL-LINE-COUNT
                   PERFORM CLASSIFY-GL-LINE
               END-IF
           END-PERFORM
           CLOSE GLJEHIST
           .

       CLASSIFY-GL-LINE.
           IF GJH-DR-CR = "DR"
               MOVE GJH-AMOUNT TO WS-MOVE-AMT
           ELSE
               COMPUTE WS-MOVE-AMT = ZERO - GJH-AMOUNT
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN GJH-DESC = "ACCOUNTS RECEIVABLE - WRITEOFF"
                   MOVE 6 TO WS-MOVE-LINE
               WHEN GJH-DESC = "ACCOUNTS RECEIVABLE - REFUND"
                   MOVE 7 TO WS-MOVE-LINE
               WHEN GJH-DESC (1:15) = "AR - ESCHEATED "
                   MOVE 9 TO WS-MOVE-LINE
               WHEN GJH-DESC (1:19) = "AR - RETURNED ITEM "
                   MOVE 4 TO WS-MOVE-LINE
               WHEN GJH-DESC = "ACCOUNTS RECEIVABLE - REBILLED"
               WHEN GJH-DESC = "AR - SERVICE BILLED IN ADVANCE"
               WHEN GJH-DESC (1:17) = "AR - THIRD PARTY "
                   MOVE 1 TO WS-MOVE-LINE
               WHEN GJH-DESC (1:19) = "ACCOUNTS RECEIVABLE"
               AND  GJH-DESC (20:) = SPACES
               AND  GJH-DR-CR = "CR"
                   MOVE 8 TO WS-MOVE-LINE
               WHEN GJH-DESC (1:19) = "ACCOUNTS RECEIVABLE"
               AND  GJH-DR-CR = "DR"
                   MOVE 1 TO WS-MOVE-LINE
               WHEN OTHER
                   MOVE 10 TO WS-MOVE-LINE
           END-EVALUATE
           SET RF-IDX TO WS-MOVE-LINE
           ADD WS-MOVE-AMT TO RF-GL (RF-IDX)
           .

      *>  Opening AR: last period's roll-forward closing when there
      *>  is one; otherwise the register's own figure for the
      *>  period start, which proves by construction and is
      *>  labelled as such.
       FIND-OPENING-BALANCE.
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > 9
               ADD RF-REG (RF-IDX) TO WS-MOVEMENT-TOT
           END-PERFORM
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-LINE-COUNT
               ADD RF-GL (RF-IDX) TO WS-GL-TOT
           END-PERFORM
           COMPUTE WS-REG-CLOSING = WS-REG-OPEN-NOW - WS-AFTER-TOT
           END-COMPUTE
           SET OPENING-DERIVED TO TRUE
           COMPUTE WS-OPENING-AR = WS-REG-CLOSING - WS-MOVEMENT-TOT
           END-COMPUTE
           OPEN INPUT ARROLL
           IF ARR-STATUS = "00"
               MOVE WS-PRIOR-PERIOD TO ARR-PERIOD
               READ ARROLL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OPENING-FROM-ROLL TO TRUE
                       MOVE ARR-CLOSING-AR TO WS-OPENING-AR
               END-READ
               CLOSE ARROLL
           END-IF
           COMPUTE WS-CLOSING-AR = WS-OPENING-AR + WS-MOVEMENT-TOT
           END-COMPUTE
           COMPUTE WS-UNEXPLAINED = WS-REG-CLOSING - WS-CLOSING-AR
           END-COMPUTE
           .

       WRITE-ROLL-FORWARD.
           MOVE SPACES TO ARFREC
           STRING "  -- Accounts-receivable roll-forward for period "
                                              DELIMITED BY SIZE
                  WS-SEL-PERIOD               DELIMITED BY SIZE
                  " --"                       DELIMITED BY SIZE
                INTO ARFREC
           END-STRING
           WRITE ARFREC
           END-WRITE
           MOVE SPACES TO ARFREC
           WRITE ARFREC
           END-WRITE
           WRITE ARFREC FROM ROLL-HEADER-1
           END-WRITE
           MOVE SPACES TO ARFREC
           MOVE WS-OPENING-AR TO WS-AMT-OUT
           IF OPENING-FROM-ROLL
               STRING "  Opening AR ("              DELIMITED BY SIZE
                      WS-PRIOR-PERIOD               DELIMITED BY SIZE
                      " closing)"                   DELIMITED BY SIZE
                    INTO ARFREC
               END-STRING
           ELSE
               MOVE "  Opening AR (derived)" TO ARFREC
           END-IF
           MOVE WS-AMT-OUT TO ARFREC (33:19)
           WRITE ARFREC
           END-WRITE
           IF OPENING-DERIVED
               MOVE SPACES TO ARFREC
               STRING "    no roll-forward on file for "
                                                    DELIMITED BY SIZE
                      WS-PRIOR-PERIOD               DELIMITED BY SIZE
                      " -- opening taken from the register"
                                                    DELIMITED BY SIZE
                    INTO ARFREC
               END-STRING
               WRITE ARFREC
               END-WRITE
           END-IF
           PERFORM VARYING RF-IDX FROM 1 BY 1
                   UNTIL RF-IDX > WS-LINE-COUNT
               PERFORM WRITE-MOVEMENT-LINE
           END-PERFORM
           MOVE SPACES TO RDL-FLAG
           MOVE "Total movement"  TO RDL-LABEL
           MOVE WS-MOVEMENT-TOT   TO RDL-REG-OUT
           MOVE WS-GL-TOT         TO RDL-GL-OUT
           COMPUTE WS-LINE-DIFF = WS-MOVEMENT-TOT - WS-GL-TOT
           END-COMPUTE
           MOVE WS-LINE-DIFF      TO RDL-DIFF-OUT
           IF WS-LINE-DIFF NOT = ZERO
               MOVE "*DIFF*" TO RDL-FLAG
           END-IF
           WRITE ARFREC FROM ROLL-DETAIL-LINE
           END-WRITE
           MOVE SPACES TO ARFREC
           MOVE "  Closing AR" TO ARFREC
           MOVE WS-CLOSING-AR TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO ARFREC (33:19)
           WRITE ARFREC
           END-WRITE
           MOVE SPACES TO ARFREC
           WRITE ARFREC
           END-WRITE
           PERFORM WRITE-REGISTER-PROOF
           .

       WRITE-MOVEMENT-LINE.
           MOVE SPACES TO RDL-FLAG
           MOVE RF-LABEL (RF-IDX) TO RDL-LABEL
           IF RF-IDX > 9
               MOVE ZERO TO RDL-REG-OUT
               COMPUTE WS-LINE-DIFF = ZERO - RF-GL (RF-IDX)
               END-COMPUTE
           ELSE
               MOVE RF-REG (RF-IDX) TO RDL-REG-OUT
               COMPUTE WS-LINE-DIFF = RF-REG (RF-IDX) - RF-GL (RF-IDX)
               END-COMPUTE
           END-IF
           MOVE RF-GL (RF-IDX) TO RDL-GL-OUT
           MOVE WS-LINE-DIFF   TO RDL-DIFF-OUT
           IF WS-LINE-DIFF NOT = ZERO
               MOVE "*DIFF*" TO RDL-FLAG
               ADD 1 TO WS-GL-DIFF-COUNT
           END-IF
           WRITE ARFREC FROM ROLL-DETAIL-LINE
           END-WRITE
           .

      *>  The register side of the proof: today's open balance --
      *>  the figure telaging's grand total ties to -- less the
      *>  movements dated after the period, is the period-end AR
      *>  the roll-forward must arrive at.
       WRITE-REGISTER-PROOF.
           MOVE SPACES TO ARFREC
           MOVE "  Register open balance today (telaging total)"
             TO ARFREC
           MOVE WS-REG-OPEN-NOW TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO ARFREC (52:19)
           WRITE ARFREC
           END-WRITE
           MOVE SPACES TO ARFREC
           MOVE "  Less movement dated after the period"
             TO ARFREC
           MOVE WS-AFTER-TOT TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO ARFREC (52:19)
           WRITE ARFREC
           END-WRITE
           MOVE SPACES TO ARFREC
           MOVE "  Register AR at period end" TO ARFREC
           MOVE WS-REG-CLOSING TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO ARFREC (52:19)
           WRITE ARFREC
           END-WRITE
           MOVE SPACES TO ARFREC
           MOVE "  Unexplained difference" TO ARFREC
           MOVE WS-UNEXPLAINED TO WS-AMT-OUT
           MOVE WS-AMT-OUT TO ARFREC (52:19)
           WRITE ARFREC
           END-WRITE
           MOVE SPACES TO ARFREC
           IF WS-UNEXPLAINED = ZERO
               IF WS-AFTER-TOT = ZERO
                   MOVE "Roll-forward PROVES -- closing AR ties to "
                      & "the register and telaging's grand total"
                     TO ARFREC
               ELSE
                   MOVE "Roll-forward PROVES -- closing AR ties to "
                      & "the register at period end" TO ARFREC
               END-IF
           ELSE
               MOVE "*** ROLL-FORWARD DOES NOT PROVE -- the register "
                  & "changed in a way no dated movement explains ***"
                 TO ARFREC
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE ARFREC
           END-WRITE
           IF WS-GL-DIFF-COUNT > ZERO
               MOVE WS-GL-DIFF-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO ARFREC
               STRING "*** "                     DELIMITED BY SIZE
                      WS-COUNT-OUT               DELIMITED BY SIZE
                      " movement line(s) disagree with the GL 1200 "
                                                 DELIMITED BY SIZE
                      "journals ***"             DELIMITED BY SIZE
                    INTO ARFREC
               END-STRING
               WRITE ARFREC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT GLH-FILE-OPEN
               MOVE "*** GLJEHIST.DAT not available -- GL column is "
                  & "empty ***" TO ARFREC
               WRITE ARFREC
               END-WRITE
           END-IF
           IF NOT PAL-FILE-OPEN
               MOVE "*** PAYAPPL.DAT not available -- no payments "
                  & "stated ***" TO ARFREC
               WRITE ARFREC
               END-WRITE
           END-IF
           MOVE SPACES TO ARFREC
           MOVE WS-INVOICE-COUNT TO WS-COUNT-OUT
           STRING "Register documents read: " DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO ARFREC
           END-STRING
           WRITE ARFREC
           END-WRITE
           MOVE SPACES TO ARFREC
           MOVE WS-GL-LINE-COUNT TO WS-COUNT-OUT
           STRING "GL 1200 journal lines in period: "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO ARFREC
           END-STRING
           WRITE ARFREC
           END-WRITE
           .

      *>  The period's closing, as the register shows it, is next
      *>  period's opening.  ARROLL.DAT is created on first use.
       SAVE-CLOSING-BALANCE.
           OPEN I-O ARROLL
           IF ARR-STATUS NOT = "00"
               OPEN OUTPUT ARROLL
               CLOSE ARROLL
               OPEN I-O ARROLL
           END-IF
           MOVE WS-SEL-PERIOD   TO ARR-PERIOD
           MOVE WS-REG-CLOSING  TO ARR-CLOSING-AR
           MOVE WS-MOVEMENT-TOT TO ARR-MOVEMENT-TOT
           MOVE WS-TODAY        TO ARR-RUN-DATE
           WRITE AR-ROLL-REC
               INVALID KEY
                   REWRITE AR-ROLL-REC
                   END-REWRITE
           END-WRITE
           CLOSE ARROLL
           .
       END PROGRAM telarrf.
