      *>
      *> telloy.cob -- loyalty points ledger keeper.  Customers earn
      *> points on the cash they actually pay -- never on what was
      *> billed, so a bill that goes to bad debt earns nothing --
      *> and redeem them as credit memos.  Every movement on the
      *> ledger (LOYLEDG.DAT, see CBLOYLG.cpy) goes through this
      *> CALLed module:
      *>
      *>   CALL "TELLOY" USING LOY-REQUEST   (see CBLOYRQ.cpy)
      *>
      *>   - telpay earns points as it applies cash to each
      *>     invoice: TELCO_LOY_EARN_RATE points a dollar (default
      *>     1), plus TELCO_LOY_TENURE_PCT percent (default 25) for
      *>     an account signed TELCO_LOY_TENURE_YEARS years or more
      *>     (default 5) and TELCO_LOY_EBILL_PCT percent (default
      *>     10) for one taking its bill electronically only.
      *>     Wholesale reseller accounts earn nothing;
      *>   - telrtn takes back exactly the points a returned
      *>     payment earned, invoice by invoice -- from what is
      *>     left of those lots first, then the oldest points on
      *>     the account, and whatever has already been spent is
      *>     owed back out of the next points earned;
      *>   - telwoff forfeits the account's whole balance when its
      *>     debt is written off;
      *>   - telpts redeems points, oldest first, against the
      *>     credit memo it has had issued.
      *>
      *> Lots expire 24 months after they are earned; telpts'
      *> month-end run expires them and values what is left.  The
      *> ledger is opened on the first call and held for the run;
      *> "C" closes it.  No ledger on hand means no points move --
      *> payments, returns and write-offs go on exactly as before.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLOY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOYLEDG  ASSIGN TO
                "LOYLEDG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LYL-KEY
                FILE STATUS IS LYL-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  LOYLEDG.
           COPY CBLOYLG.
       FD  ACCT-MASTER.
           COPY CBACCT.

       WORKING-STORAGE SECTION.
       01  LYL-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  WS-FIRST-CALL     PIC X       VALUE "Y".
           88  FIRST-CALL                VALUE "Y".
       01  WS-LEDGER-OPEN    PIC X       VALUE "N".
           88  LEDGER-OPEN               VALUE "Y".
      *>  The master is only wanted for earning, and telrtn holds it
      *>  open I-O -- so it is opened on the first earn, not before.
       01  WS-ACCT-TRIED     PIC X       VALUE "N".
           88  ACCT-OPEN-TRIED           VALUE "Y".
       01  WS-ACCT-OPEN      PIC X       VALUE "N".
           88  ACCT-FILE-OPEN            VALUE "Y".
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-POST-DATE      PIC 9(08)   VALUE ZERO.

      *>  Earning knobs.
       01  WS-ENV-VALUE      PIC X(12)   VALUE SPACES.
       01  WS-EARN-RATE      PIC 9(03)V99 VALUE 1.
       01  WS-TENURE-YEARS   PIC 9(02)   VALUE 5.
       01  WS-TENURE-PCT     PIC 9(03)   VALUE 25.
       01  WS-EBILL-PCT      PIC 9(03)   VALUE 10.

      *>  The account in hand, off its summary row.
       01  WS-SUM-ON-FILE    PIC X       VALUE "N".
           88  SUMMARY-ON-FILE           VALUE "Y".
       01  WS-ACCT-SUM.
           05  WAS-BALANCE       PIC 9(09).
           05  WAS-DEFICIT       PIC 9(09).
           05  WAS-LAST-SEQ      PIC 9(06).
           05  WAS-EARNED        PIC 9(09).
           05  WAS-REVERSED      PIC 9(09).
           05  WAS-REDEEMED      PIC 9(09).
           05  WAS-EXPIRED       PIC 9(09).
           05  WAS-FORFEITED     PIC 9(09).

       01  WS-EARNS          PIC X       VALUE "Y".
           88  ACCOUNT-EARNS             VALUE "Y".
       01  WS-BONUS-PCT      PIC 9(03)   VALUE ZERO.
       01  WS-BASE-PTS       PIC 9(09)   VALUE ZERO.
       01  WS-BONUS-PTS      PIC 9(09)   VALUE ZERO.
       01  WS-EARN-PTS       PIC 9(09)   VALUE ZERO.
       01  WS-ABSORB-PTS     PIC 9(09)   VALUE ZERO.
       01  WS-TAKE-BACK      PIC 9(09)   VALUE ZERO.
       01  WS-FROM-LOTS      PIC 9(09)   VALUE ZERO.
       01  WS-NEED-PTS       PIC 9(09)   VALUE ZERO.
       01  WS-TAKE-PTS       PIC 9(09)   VALUE ZERO.
       01  WS-TENURE-DATE    PIC 9(09)   VALUE ZERO.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       LINKAGE SECTION.
           COPY CBLOYRQ.

       PROCEDURE DIVISION USING LOY-REQUEST.
       MAINLINE.
           IF LRQ-CLOSE
               PERFORM CLOSE-LEDGER-FILES
               GOBACK
           END-IF
           IF FIRST-CALL
               PERFORM OPEN-LEDGER
               PERFORM READ-EARNING-KNOBS
           END-IF
           MOVE "N"    TO LRQ-RESULT
           MOVE SPACES TO LRQ-REFUSE-REASON
           MOVE ZERO   TO LRQ-BALANCE
           IF NOT LEDGER-OPEN
               MOVE ZERO TO LRQ-POINTS
               MOVE "LOYLEDG.DAT NOT AVAILABLE" TO LRQ-REFUSE-REASON
               GOBACK
           END-IF
           MOVE LRQ-DATE TO WS-POST-DATE
           IF WS-POST-DATE = ZERO
               MOVE WS-TODAY TO WS-POST-DATE
           END-IF
           PERFORM READ-ACCOUNT-SUMMARY
           EVALUATE TRUE
               WHEN LRQ-EARN
                   MOVE ZERO TO LRQ-POINTS
                   PERFORM POST-EARN
               WHEN LRQ-REVERSE-PAYMENT
                   MOVE ZERO TO LRQ-POINTS
                   PERFORM POST-REVERSAL
               WHEN LRQ-FORFEIT
                   MOVE ZERO TO LRQ-POINTS
                   PERFORM POST-FORFEIT
               WHEN LRQ-REDEEM
                   PERFORM POST-REDEMPTION
           END-EVALUATE
           MOVE WAS-BALANCE TO LRQ-BALANCE
           GOBACK
           .

      *>  The ledger is created on first use, same pattern as the
      *>  other side files.
       OPEN-LEDGER.
           MOVE "N" TO WS-FIRST-CALL
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN I-O LOYLEDG
           IF LYL-STATUS NOT = "00"
               OPEN OUTPUT LOYLEDG
               CLOSE LOYLEDG
               OPEN I-O LOYLEDG
           END-IF
           IF LYL-STATUS = "00"
               SET LEDGER-OPEN TO TRUE
           END-IF
           .

       CLOSE-LEDGER-FILES.
           IF LEDGER-OPEN
               CLOSE LOYLEDG
               MOVE "N" TO WS-LEDGER-OPEN
           END-IF
           IF ACCT-FILE-OPEN
               CLOSE ACCT-MASTER
               MOVE "N" TO WS-ACCT-OPEN
           END-IF
           MOVE "Y" TO WS-FIRST-CALL
           MOVE "N" TO WS-ACCT-TRIED
           .

       READ-EARNING-KNOBS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_LOY_EARN_RATE"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-EARN-RATE
           END-IF
           MOVE "TELCO_LOY_EARN_RATE" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-EARN-RATE TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT
                  "TELCO_LOY_TENURE_YEARS"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-TENURE-YEARS
           END-IF
           MOVE "TELCO_LOY_TENURE_YEARS" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-TENURE-YEARS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_LOY_TENURE_PCT"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-TENURE-PCT
           END-IF
           MOVE "TELCO_LOY_TENURE_PCT" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-TENURE-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_LOY_EBILL_PCT"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-EBILL-PCT
           END-IF
           MOVE "TELCO_LOY_EBILL_PCT" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-EBILL-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

       READ-ACCOUNT-SUMMARY.
           MOVE "N" TO WS-SUM-ON-FILE
           MOVE ZERO TO WAS-BALANCE WAS-DEFICIT WAS-LAST-SEQ
                        WAS-EARNED WAS-REVERSED WAS-REDEEMED
                        WAS-EXPIRED WAS-FORFEITED
           MOVE LRQ-ACCT-NO TO LYL-ACCT-NO
           MOVE ZERO        TO LYL-SEQ
           READ LOYLEDG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUMMARY-ON-FILE TO TRUE
                   MOVE LYS-BALANCE   TO WAS-BALANCE
                   MOVE LYS-DEFICIT   TO WAS-DEFICIT
                   MOVE LYS-LAST-SEQ  TO WAS-LAST-SEQ
                   MOVE LYS-EARNED    TO WAS-EARNED
                   MOVE LYS-REVERSED  TO WAS-REVERSED
                   MOVE LYS-REDEEMED  TO WAS-REDEEMED
                   MOVE LYS-EXPIRED   TO WAS-EXPIRED
                   MOVE LYS-FORFEITED TO WAS-FORFEITED
           END-READ
           .

       WRITE-ACCOUNT-SUMMARY.
           MOVE SPACES        TO LOY-LEDGER-REC
           MOVE LRQ-ACCT-NO   TO LYL-ACCT-NO
           MOVE ZERO          TO LYL-SEQ
           MOVE "S"           TO LYL-TYPE
           MOVE WS-POST-DATE  TO LYL-DATE
           MOVE ZERO          TO LYL-POINTS
           MOVE WAS-BALANCE   TO LYS-BALANCE
           MOVE WAS-DEFICIT   TO LYS-DEFICIT
           MOVE WAS-LAST-SEQ  TO LYS-LAST-SEQ
           MOVE WAS-EARNED    TO LYS-EARNED
           MOVE WAS-REVERSED  TO LYS-REVERSED
           MOVE WAS-REDEEMED  TO LYS-REDEEMED
           MOVE WAS-EXPIRED   TO LYS-EXPIRED
           MOVE WAS-FORFEITED TO LYS-FORFEITED
           IF SUMMARY-ON-FILE
               REWRITE LOY-LEDGER-REC
               END-REWRITE
           ELSE
               WRITE LOY-LEDGER-REC
               END-WRITE
               SET SUMMARY-ON-FILE TO TRUE
           END-IF
           .

      *>  A fresh posting row, next in the account's sequence.
       LAY-OUT-POSTING.
           ADD 1 TO WAS-LAST-SEQ
           MOVE SPACES        TO LOY-LEDGER-REC
           MOVE LRQ-ACCT-NO   TO LYL-ACCT-NO
           MOVE WAS-LAST-SEQ  TO LYL-SEQ
           MOVE WS-POST-DATE  TO LYL-DATE
           MOVE ZERO          TO LYL-POINTS LYL-REMAIN LYL-BASE-PTS
                                 LYL-BONUS-PTS LYL-REMIT-ACCT
                                 LYL-INV-NO LYL-CASH-AMT
           MOVE LRQ-CHECK-REF  TO LYL-CHECK-REF
           MOVE LRQ-REMIT-ACCT TO LYL-REMIT-ACCT
           MOVE LRQ-INV-NO     TO LYL-INV-NO
           MOVE LRQ-USERID     TO LYL-USERID
           .

      *>  Whole points only, fractions dropped; the bonus is a
      *>  percentage of the base.  Points owed back from an
      *>  earlier return come out of the lot before it can be
      *>  spent.
       POST-EARN.
           IF LRQ-AMOUNT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOK-UP-BONUSES
           IF NOT ACCOUNT-EARNS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-PTS = LRQ-AMOUNT * WS-EARN-RATE
           END-COMPUTE
           COMPUTE WS-BONUS-PTS = WS-BASE-PTS * WS-BONUS-PCT / 100
           END-COMPUTE
           COMPUTE WS-EARN-PTS = WS-BASE-PTS + WS-BONUS-PTS
           END-COMPUTE
           IF WS-EARN-PTS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WAS-DEFICIT TO WS-ABSORB-PTS
           IF WS-ABSORB-PTS > WS-EARN-PTS
               MOVE WS-EARN-PTS TO WS-ABSORB-PTS
           END-IF
           PERFORM LAY-OUT-POSTING
           MOVE "E"           TO LYL-TYPE
           MOVE WS-EARN-PTS   TO LYL-POINTS
           COMPUTE LYL-REMAIN = WS-EARN-PTS - WS-ABSORB-PTS
           END-COMPUTE
           MOVE WS-BASE-PTS   TO LYL-BASE-PTS
           MOVE WS-BONUS-PTS  TO LYL-BONUS-PTS
           MOVE LRQ-AMOUNT    TO LYL-CASH-AMT
           WRITE LOY-LEDGER-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           ADD LYL-REMAIN       TO WAS-BALANCE
           SUBTRACT WS-ABSORB-PTS FROM WAS-DEFICIT
           ADD WS-EARN-PTS      TO WAS-EARNED
           PERFORM WRITE-ACCOUNT-SUMMARY
           MOVE WS-EARN-PTS TO LRQ-POINTS
           SET LRQ-POSTED TO TRUE
           .

       LOOK-UP-BONUSES.
           MOVE "Y"  TO WS-EARNS
           MOVE ZERO TO WS-BONUS-PCT
           IF NOT ACCT-OPEN-TRIED
               SET ACCT-OPEN-TRIED TO TRUE
               OPEN INPUT ACCT-MASTER
               IF ACCT-STATUS = "00"
                   SET ACCT-FILE-OPEN TO TRUE
               END-IF
           END-IF
           IF NOT ACCT-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE LRQ-ACCT-NO TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-WHOLESALE
               MOVE "N" TO WS-EARNS
               EXIT PARAGRAPH
           END-IF
           IF ACCT-SIGN-DATE IS NUMERIC
           AND ACCT-SIGN-DATE NOT = ZERO
               COMPUTE WS-TENURE-DATE =
                       ACCT-SIGN-DATE + WS-TENURE-YEARS * 10000
               END-COMPUTE
               IF WS-TENURE-DATE NOT > WS-POST-DATE
                   ADD WS-TENURE-PCT TO WS-BONUS-PCT
               END-IF
           END-IF
           IF ACCT-DELIV-EBILL
               ADD WS-EBILL-PCT TO WS-BONUS-PCT
           END-IF
           .

      *>  Every earn this payment made on this invoice comes back.
      *>  What is still on those lots goes first; the rest comes
      *>  off the oldest points on the account, and anything the
      *>  account has already spent is owed back.
       POST-REVERSAL.
           MOVE ZERO TO WS-TAKE-BACK WS-FROM-LOTS
           MOVE LRQ-ACCT-NO TO LYL-ACCT-NO
           MOVE 1           TO LYL-SEQ
           START LOYLEDG KEY IS NOT LESS THAN LYL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ LOYLEDG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LYL-ACCT-NO NOT = LRQ-ACCT-NO
                   EXIT PERFORM
               END-IF
               IF LYL-EARN
               AND NOT LYL-EARN-REVERSED
               AND LYL-CHECK-REF  = LRQ-CHECK-REF
               AND LYL-REMIT-ACCT = LRQ-REMIT-ACCT
               AND LYL-INV-NO     = LRQ-INV-NO
                   ADD LYL-POINTS TO WS-TAKE-BACK
                   ADD LYL-REMAIN TO WS-FROM-LOTS
                   MOVE ZERO TO LYL-REMAIN
                   MOVE "R"  TO LYL-REVERSED-IND
                   REWRITE LOY-LEDGER-REC
                   END-REWRITE
               END-IF
           END-PERFORM
           IF WS-TAKE-BACK = ZERO
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-FROM-LOTS FROM WAS-BALANCE
           COMPUTE WS-NEED-PTS = WS-TAKE-BACK - WS-FROM-LOTS
           END-COMPUTE
           IF WS-NEED-PTS > ZERO
               PERFORM CONSUME-OLDEST-LOTS
           END-IF
           ADD WS-NEED-PTS  TO WAS-DEFICIT
           ADD WS-TAKE-BACK TO WAS-REVERSED
           PERFORM LAY-OUT-POSTING
           MOVE "R" TO LYL-TYPE
           COMPUTE LYL-POINTS = ZERO - WS-TAKE-BACK
           END-COMPUTE
           WRITE LOY-LEDGER-REC
           END-WRITE
           PERFORM WRITE-ACCOUNT-SUMMARY
           COMPUTE LRQ-POINTS = ZERO - WS-TAKE-BACK
           END-COMPUTE
           SET LRQ-POSTED TO TRUE
           .

      *>  Bad debt keeps no points: every lot is emptied.
       POST-FORFEIT.
           IF WAS-BALANCE = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WAS-BALANCE TO WS-NEED-PTS WS-TAKE-BACK
           PERFORM CONSUME-OLDEST-LOTS
           ADD WS-TAKE-BACK TO WAS-FORFEITED
           PERFORM LAY-OUT-POSTING
           MOVE "W" TO LYL-TYPE
           COMPUTE LYL-POINTS = ZERO - WS-TAKE-BACK
           END-COMPUTE
           WRITE LOY-LEDGER-REC
           END-WRITE
           PERFORM WRITE-ACCOUNT-SUMMARY
           COMPUTE LRQ-POINTS = ZERO - WS-TAKE-BACK
           END-COMPUTE
           SET LRQ-POSTED TO TRUE
           .

      *>  Redemption spends the oldest points first, so what is
      *>  left is always the newest and the last to expire.  An
      *>  account owing points back redeems nothing until the
      *>  debt is earned off.
       POST-REDEMPTION.
           MOVE LRQ-POINTS TO WS-TAKE-BACK
           MOVE ZERO TO LRQ-POINTS
           EVALUATE TRUE
               WHEN WS-TAKE-BACK = ZERO
                   MOVE "NO POINTS ASKED FOR" TO LRQ-REFUSE-REASON
               WHEN WAS-DEFICIT > ZERO
                   MOVE "POINTS OWED BACK ON ACCOUNT"
                     TO LRQ-REFUSE-REASON
               WHEN WS-TAKE-BACK > WAS-BALANCE
                   MOVE "NOT ENOUGH POINTS" TO LRQ-REFUSE-REASON
           END-EVALUATE
           IF LRQ-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAKE-BACK TO WS-NEED-PTS
           PERFORM CONSUME-OLDEST-LOTS
           ADD WS-TAKE-BACK TO WAS-REDEEMED
           PERFORM LAY-OUT-POSTING
           MOVE "D" TO LYL-TYPE
           COMPUTE LYL-POINTS = ZERO - WS-TAKE-BACK
           END-COMPUTE
           MOVE LRQ-AMOUNT TO LYL-CASH-AMT
           WRITE LOY-LEDGER-REC
           END-WRITE
           PERFORM WRITE-ACCOUNT-SUMMARY
           COMPUTE LRQ-POINTS = ZERO - WS-TAKE-BACK
           END-COMPUTE
           SET LRQ-POSTED TO TRUE
           .

      *>  Takes WS-NEED-PTS off the account's lots, oldest first,
      *>  and off the balance with them; whatever the lots cannot
      *>  cover is left in WS-NEED-PTS.
       CONSUME-OLDEST-LOTS.
           MOVE LRQ-ACCT-NO TO LYL-ACCT-NO
           MOVE 1           TO LYL-SEQ
           START LOYLEDG KEY IS NOT LESS THAN LYL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-NEED-PTS = ZERO
               READ LOYLEDG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LYL-ACCT-NO NOT = LRQ-ACCT-NO
                   EXIT PERFORM
               END-IF
               IF LYL-EARN AND LYL-REMAIN > ZERO
                   MOVE LYL-REMAIN TO WS-TAKE-PTS
                   IF WS-TAKE-PTS > WS-NEED-PTS
                       MOVE WS-NEED-PTS TO WS-TAKE-PTS
                   END-IF
                   SUBTRACT WS-TAKE-PTS FROM LYL-REMAIN
                   REWRITE LOY-LEDGER-REC
                   END-REWRITE
                   SUBTRACT WS-TAKE-PTS FROM WS-NEED-PTS
                   SUBTRACT WS-TAKE-PTS FROM WAS-BALANCE
               END-IF
           END-PERFORM
           .

       RECORD-RUN-SETTING.
           MOVE "TELLOY" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM TELLOY.
