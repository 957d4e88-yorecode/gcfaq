      *>   DR 6500 bad-debt expense /
      *>   CR 1200 accounts receivable      telwoff "W" rows
      *>   deposit-liability pairs          teldep/telclose "D" rows
      *>   DR 1200 accounts receivable /
      *>   CR 1000 cash                     telrtn "N" rows (and
      *>           DR 2150 unapplied cash for the suspense part)
      *>   DR 1200 accounts receivable /
      *>   CR 2700 deferred revenue         telbill "F"/BIL rows
      *>   DR 2700 deferred revenue /
      *>   CR 4300 service revenue          "F"/REC rows (teldefr's
      *>           recognition, final-bill releases), and the
      *>           "F"/RVS back-out of a re-billed invoice
      *>   DR 1300 intercompany receivable /
      *>   CR 4600 intercompany network revenue, and
      *>   DR 5600 intercompany network cost /
      *>   CR 2800 intercompany payable   telico "I" R and P rows,
      *>           each booked under its own entity; the "I"/E
      *>           consolidation elimination reverses both pairs
      *>   DR 1200 accounts receivable /
      *>   CR 7300 realized FX gain         telpay "X" rows (the
      *>           reverse pair for a loss, and for telrtn's
      *>           returned-item reversals)
      *>   DR 6700 loyalty program expense /
      *>   CR 2900 loyalty points liability telpts "L" rows (the
      *>           reverse pair when the liability falls)
      *>   DR 2750 prepaid balance liability /
      *>   CR 4800 breakage revenue         telexp "K" rows; the
      *>           same 2750 debit against 2450 escheat liability
      *>           for prepaid balances on telesch's "E" rows
      *> with an in-balance proof line per batch on TELGL.TXT.  A
      *> batch whose debits and credits do not prove equal is
      *> refused -- no journal file is left behind for the import
      *> to pick up.  A batch that proves is also appended, dated,
      *> to the GLJEHIST.DAT history (see CBGLJEH.cpy) -- once per
      *> batch, a re-run of the same batch is not archived twice --
      *> which is where telarrf finds a period's AR journals.
      *>
      *> Invoked:  telgl BATCH-ID
      *>
                LINE SEQUENTIAL
                FILE STATUS IS GLJE-STATUS
                .
           SELECT GLJEHIST ASSIGN TO
                "GLJEHIST.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLJEHIST-STATUS
                .
           SELECT GLRPT    ASSIGN TO
                "TELGL.TXT"
                LINE SEQUENTIAL
           05  JE-DR-CR        PIC X(02).
           05  JE-AMOUNT       PIC S9(11)V99.
           05  JE-DESC         PIC X(30).
       FD  GLJEHIST.
           COPY CBGLJEH.
       FD  GLRPT.
       01  GLRPT-REC         PIC X(100).

       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  GLJE-STATUS       PIC XX      VALUE "00".
       01  GLRPT-STATUS      PIC XX      VALUE "00".
       01  GLJEHIST-STATUS   PIC XX      VALUE "00".
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-HIST-SEEN      PIC X       VALUE "N".
           88  BATCH-ALREADY-ARCHIVED   VALUE "Y".

       01  WS-ARG-BATCH-ID   PIC X(20)   VALUE SPACES.
       01  WS-BATCH-FOUND    PIC X       VALUE "N".
                           PERFORM EMIT-THIRDPARTY-SET
                       WHEN GLW-ACCRUAL
                           PERFORM EMIT-ACCRUAL-PAIR
                       WHEN GLW-RETURNED-ITEM
                           PERFORM EMIT-RETURNED-ITEM-SET
                       WHEN GLW-DEFERRAL
                           PERFORM EMIT-DEFERRAL-SET
                       WHEN GLW-INTERCOMPANY
                           PERFORM EMIT-INTERCOMPANY-SET
                       WHEN GLW-FX-GAIN-LOSS
                           PERFORM EMIT-FX-GAIN-LOSS-PAIR
                       WHEN GLW-LOYALTY
                           PERFORM EMIT-LOYALTY-PAIR
                       WHEN GLW-BREAKAGE
                           PERFORM EMIT-BREAKAGE-PAIR
                   END-EVALUATE
               END-IF
           END-PERFORM
           END-IF
           .

      *>  The month's movement in the loyalty points liability:
      *>  points earned beyond those redeemed, reversed and expired
      *>  are a cost of the program; a falling liability gives it
      *>  back.
       EMIT-LOYALTY-PAIR.
           IF GLW-AMT1 > ZERO
               MOVE "6700    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               MOVE GLW-AMT1   TO JE-AMOUNT
               MOVE "LOYALTY PROGRAM EXPENSE" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
               MOVE "2900    " TO WS-GL-ACCT
               MOVE "CR"       TO JE-DR-CR
               MOVE "LOYALTY POINTS LIABILITY" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF GLW-AMT1 < ZERO
               MOVE "2900    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               COMPUTE JE-AMOUNT = ZERO - GLW-AMT1
               END-COMPUTE
               MOVE "LOYALTY POINTS LIABILITY" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
               MOVE "6700    " TO WS-GL-ACCT
               MOVE "CR"       TO JE-DR-CR
               MOVE "LOYALTY EXPENSE - RELEASE" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

      *>  Prepaid balances expired for inactivity: the liability
      *>  to provide service is released to breakage revenue.
       EMIT-BREAKAGE-PAIR.
           IF GLW-AMT1 NOT = ZERO
               MOVE "2750    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               MOVE GLW-AMT1   TO JE-AMOUNT
               MOVE "PREPAID LIABILITY - EXPIRED" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
               MOVE "4800    " TO WS-GL-ACCT
               MOVE "CR"       TO JE-DR-CR
               MOVE "BREAKAGE REVENUE - PREPAID" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

      *>  Realized exchange gain or loss on foreign receipts: the
      *>  receivable was relieved at the invoice's rate, the cash
      *>  is worth the receipt's, and the difference squares AR.
       EMIT-FX-GAIN-LOSS-PAIR.
           IF GLW-AMT1 > ZERO
               MOVE "1200    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               MOVE GLW-AMT1   TO JE-AMOUNT
               MOVE SPACES TO JE-DESC
               STRING "AR - FX GAIN "      DELIMITED BY SIZE
                      GLW-CODE             DELIMITED BY SIZE
                    INTO JE-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
               MOVE "7300    " TO WS-GL-ACCT
               MOVE "CR"       TO JE-DR-CR
               MOVE SPACES TO JE-DESC
               STRING "REALIZED FX GAIN "  DELIMITED BY SIZE
                      GLW-CODE             DELIMITED BY SIZE
                    INTO JE-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF GLW-AMT1 < ZERO
               MOVE "7300    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               COMPUTE JE-AMOUNT = ZERO - GLW-AMT1
               END-COMPUTE
               MOVE SPACES TO JE-DESC
               STRING "REALIZED FX LOSS "  DELIMITED BY SIZE
                      GLW-CODE             DELIMITED BY SIZE
                    INTO JE-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
               MOVE "1200    " TO WS-GL-ACCT
               MOVE "CR"       TO JE-DR-CR
               MOVE SPACES TO JE-DESC
               STRING "AR - FX LOSS "      DELIMITED BY SIZE
                      GLW-CODE             DELIMITED BY SIZE
                    INTO JE-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

      *>  Third-party pass-through: the gross billed charge is our
      *>  receivable, the provider gets the net, the fee is ours.
       EMIT-THIRDPARTY-SET.
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF GLW-AMT2 NOT = ZERO
               MOVE "2750    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               MOVE GLW-AMT2   TO JE-AMOUNT
               MOVE SPACES TO JE-DESC
               STRING "PREPAID ESCHEATED " DELIMITED BY SIZE
                      GLW-CODE             DELIMITED BY SIZE
                    INTO JE-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
               MOVE "2450    " TO WS-GL-ACCT
               MOVE "CR"       TO JE-DR-CR
               MOVE GLW-AMT2   TO JE-AMOUNT
               MOVE SPACES TO JE-DESC
               STRING "ESCHEAT LIABILITY " DELIMITED BY SIZE
                      GLW-CODE              DELIMITED BY SIZE
                    INTO JE-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

      *>  A refund run returns overpaid credit balances to the
           END-IF
           .

      *>  A payment the bank returned: the receivable it had
      *>  cleared comes back, the unapplied-cash liability gives up
      *>  whatever part had gone to suspense, and cash is credited
      *>  with the whole item.
       EMIT-RETURNED-ITEM-SET.
           IF GLW-AMT1 NOT = ZERO
               MOVE "1200    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               MOVE GLW-AMT1   TO JE-AMOUNT
               MOVE SPACES TO JE-DESC
               STRING "AR - RETURNED ITEM " DELIMITED BY SIZE
                      GLW-CODE              DELIMITED BY SIZE
                    INTO JE-DESC
               END-STRING
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF GLW-AMT2 NOT = ZERO
               MOVE "2150    " TO WS-GL-ACCT
               MOVE "DR"       TO JE-DR-CR
               MOVE GLW-AMT2   TO JE-AMOUNT
               MOVE "UNAPPLIED CASH - RETURNED" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           IF GLW-AMT1 + GLW-AMT2 NOT = ZERO
               MOVE "1000    " TO WS-GL-ACCT
               MOVE "CR"       TO JE-DR-CR
               COMPUTE JE-AMOUNT = GLW-AMT1 + GLW-AMT2
               END-COMPUTE
               MOVE "CASH - RETURNED ITEM" TO JE-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF
           .

      *>  Recurring and equipment charges are billed ahead of the
      *>  service, so the receivable is matched by the deferred-
      *>  revenue liability until teldefr releases the earned part
      *>  to service revenue.  A re-billed invoice backs its earlier
      *>  charges out of both: what was still deferred, and what
      *>  had already been recognized.
       EMIT-DEFERRAL-SET.
           EVALUATE GLW-CODE
               WHEN "BIL"
                   IF GLW-AMT1 NOT = ZERO
                       MOVE "1200    " TO WS-GL-ACCT
                       MOVE "DR"       TO JE-DR-CR
                       MOVE GLW-AMT1   TO JE-AMOUNT
                       MOVE "AR - SERVICE BILLED IN ADVANCE"
                         TO JE-DESC
                       PERFORM WRITE-JOURNAL-LINE
                       MOVE "2700    " TO WS-GL-ACCT
                       MOVE "CR"       TO JE-DR-CR
                       MOVE "DEFERRED REVENUE" TO JE-DESC
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
               WHEN "RVS"
                   IF GLW-AMT1 NOT = ZERO
                       MOVE "2700    " TO WS-GL-ACCT
                       MOVE "DR"       TO JE-DR-CR
                       MOVE GLW-AMT1   TO JE-AMOUNT
                       MOVE "DEFERRED REVENUE - REBILLED" TO JE-DESC
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
                   IF GLW-AMT2 NOT = ZERO
                       MOVE "4300    " TO WS-GL-ACCT
                       MOVE "DR"       TO JE-DR-CR
                       MOVE GLW-AMT2   TO JE-AMOUNT
                       MOVE "SERVICE REVENUE - REBILLED" TO JE-DESC
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
                   IF GLW-AMT1 + GLW-AMT2 NOT = ZERO
                       MOVE "1200    " TO WS-GL-ACCT
                       MOVE "CR"       TO JE-DR-CR
                       COMPUTE JE-AMOUNT = GLW-AMT1 + GLW-AMT2
                       END-COMPUTE
                       MOVE "ACCOUNTS RECEIVABLE - REBILLED"
                         TO JE-DESC
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
               WHEN "REC"
                   IF GLW-AMT1 NOT = ZERO
                       MOVE "2700    " TO WS-GL-ACCT
                       MOVE "DR"       TO JE-DR-CR
                       MOVE GLW-AMT1   TO JE-AMOUNT
                       MOVE "DEFERRED REVENUE - RECOGNIZED"
                         TO JE-DESC
                       PERFORM WRITE-JOURNAL-LINE
                       MOVE "4300    " TO WS-GL-ACCT
                       MOVE "CR"       TO JE-DR-CR
                       MOVE "SERVICE REVENUE - RECURRING" TO JE-DESC
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
           END-EVALUATE
           .

      *>  Security-deposit movements, each its own balanced pair
      *>  against the 2500 deposit-liability account: cash received
      *>  raises the liability, accrued interest raises it at the
           END-IF
           .

      *>  Intercompany settlement: the network owner's receivable
      *>  and revenue (R), the billing entity's cost and payable
      *>  (P), each in its own entity's books with the counterparty
      *>  named; the elimination (E) takes both back out of the
      *>  consolidated books, revenue against cost and payable
      *>  against receivable.
       EMIT-INTERCOMPANY-SET.
           IF GLW-AMT1 = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE GLW-AMT1 TO JE-AMOUNT
           EVALUATE GLW-CODE (1:1)
               WHEN "R"
                   MOVE "1300    " TO WS-GL-ACCT
                   MOVE "DR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "IC RECEIVABLE "   DELIMITED BY SIZE
                          GLW-ENTITY         DELIMITED BY SIZE
                          " FROM "           DELIMITED BY SIZE
                          GLW-CODE (2:2)     DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "4600    " TO WS-GL-ACCT
                   MOVE "CR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "IC NETWORK REVENUE " DELIMITED BY SIZE
                          GLW-ENTITY            DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
               WHEN "P"
                   MOVE "5600    " TO WS-GL-ACCT
                   MOVE "DR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "IC NETWORK COST "  DELIMITED BY SIZE
                          GLW-ENTITY          DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "2800    " TO WS-GL-ACCT
                   MOVE "CR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "IC PAYABLE "      DELIMITED BY SIZE
                          GLW-ENTITY         DELIMITED BY SIZE
                          " TO "             DELIMITED BY SIZE
                          GLW-CODE (2:2)     DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
               WHEN "E"
                   MOVE "4600    " TO WS-GL-ACCT
                   MOVE "DR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "ELIM IC REVENUE "  DELIMITED BY SIZE
                          GLW-ENTITY          DELIMITED BY SIZE
                          "/"                 DELIMITED BY SIZE
                          GLW-CODE (2:2)      DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "5600    " TO WS-GL-ACCT
                   MOVE "CR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "ELIM IC COST "     DELIMITED BY SIZE
                          GLW-ENTITY          DELIMITED BY SIZE
                          "/"                 DELIMITED BY SIZE
                          GLW-CODE (2:2)      DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "2800    " TO WS-GL-ACCT
                   MOVE "DR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "ELIM IC PAYABLE "  DELIMITED BY SIZE
                          GLW-ENTITY          DELIMITED BY SIZE
                          "/"                 DELIMITED BY SIZE
                          GLW-CODE (2:2)      DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE "1300    " TO WS-GL-ACCT
                   MOVE "CR"       TO JE-DR-CR
                   MOVE SPACES TO JE-DESC
                   STRING "ELIM IC RECEIVABLE " DELIMITED BY SIZE
                          GLW-ENTITY            DELIMITED BY SIZE
                          "/"                   DELIMITED BY SIZE
                          GLW-CODE (2:2)        DELIMITED BY SIZE
                        INTO JE-DESC
                   END-STRING
                   PERFORM WRITE-JOURNAL-LINE
           END-EVALUATE
           .

       WRITE-JOURNAL-LINE.
           MOVE WS-ARG-BATCH-ID TO JE-BATCH-ID
           MOVE WS-GL-ACCT      TO JE-GL-ACCOUNT
               IF WS-DR-TOT = WS-CR-TOT
                   MOVE "Batch proves IN BALANCE -- GLJE.DAT ready "
                      & "for the GL import" TO GLRPT-REC
                   WRITE GLRPT-REC
                   END-WRITE
                   PERFORM ARCHIVE-BATCH-JOURNAL
                   MOVE SPACES TO GLRPT-REC
                   IF BATCH-ALREADY-ARCHIVED
                       MOVE "Batch already on GLJEHIST.DAT -- not "
                          & "archived again" TO GLRPT-REC
                   ELSE
                       MOVE "Batch appended to GLJEHIST.DAT"
                         TO GLRPT-REC
                   END-IF
               ELSE
                   MOVE "*** BATCH OUT OF BALANCE -- GLJE.DAT "
                      & "DELETED, NOTHING TO IMPORT ***" TO GLRPT-REC
               END-WRITE
           END-IF
           .

      *>  Copies the proven GLJE.DAT onto the dated history, unless
      *>  an earlier run of the same batch already put it there.
       ARCHIVE-BATCH-JOURNAL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE "N" TO WS-HIST-SEEN
           OPEN INPUT GLJEHIST
           IF GLJEHIST-STATUS = "00"
               PERFORM UNTIL 0 = 1
                   READ GLJEHIST NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF GJH-BATCH-ID = WS-ARG-BATCH-ID
                       SET BATCH-ALREADY-ARCHIVED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               CLOSE GLJEHIST
           END-IF
           IF BATCH-ALREADY-ARCHIVED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT GLJE
           OPEN EXTEND GLJEHIST
           IF GLJEHIST-STATUS NOT = "00"
               OPEN OUTPUT GLJEHIST
           END-IF
           PERFORM UNTIL 0 = 1
               READ GLJE NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF JE-GL-ACCOUNT NOT = "*HDR*   "
               AND JE-GL-ACCOUNT NOT = "*TRL*   "
                   MOVE WS-TODAY      TO GJH-POST-DATE
                   MOVE JE-BATCH-ID   TO GJH-BATCH-ID
                   MOVE JE-GL-ACCOUNT TO GJH-GL-ACCOUNT
                   MOVE JE-DR-CR      TO GJH-DR-CR
                   MOVE JE-AMOUNT     TO GJH-AMOUNT
                   MOVE JE-DESC       TO GJH-DESC
                   WRITE GLJE-HIST-REC
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE GLJE
                 GLJEHIST
           .
       END PROGRAM telgl.
