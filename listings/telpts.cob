      *>
      *> telpts.cob -- loyalty points redemption and month-end
      *> valuation, the operator's side of the ledger TELLOY keeps
      *> (LOYLEDG.DAT, see CBLOYLG.cpy):
      *>
      *>   telpts REDEEM USERID ACCTNO POINTS
      *>     turns points into a bill credit.  The user must carry
      *>     account/data maintenance on AUTHTB (fail closed, as
      *>     telcmemo), the account must hold the points with none
      *>     owed back, and at least TELCO_LOY_MIN_REDEEM of them
      *>     (default 1000).  The credit -- TELCO_LOY_POINT_VALUE
      *>     dollars a point (default 0.01), fractions of a cent
      *>     dropped -- is issued by telcmemo itself against the
      *>     account's latest invoice with reason LOYALTY, so it is
      *>     numbered off INVSEQ.DAT, lands on the register and the
      *>     archive and is audited exactly like any other memo.
      *>     Only once the memo is on the register are the points
      *>     taken off the ledger, oldest first, against its
      *>     number; a memo refused takes nothing.  Every request
      *>     is audited on TELPTS.AUD.
      *>
      *>   telpts MONTHEND
      *>     expires every lot 24 months after it was earned, then
      *>     values the points still outstanding at the point value
      *>     and drops one "L" GLWORK.DAT row carrying the change in
      *>     the liability since the last valuation, for telgl to
      *>     book under the LOYV batch id the report names.  A month
      *>     already valued is not booked twice.  Same fail-closed
      *>     billing-operations authorization as telaccrue.
      *>
      *> Month-end report on TELPTS.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telpts.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT LOYLEDG  ASSIGN TO
                "LOYLEDG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LYL-KEY
                FILE STATUS IS LYL-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT INVSEQ   ASSIGN TO
                "INVSEQ.DAT"
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS INVSEQ-STATUS
                .
      *>  Lots due to expire, gathered by one read-only sweep of
      *>  the ledger before any of them is touched.  Rebuilt every
      *>  run.
           SELECT EXPWORK  ASSIGN TO
                "PTSEXP.WRK"
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS EXP-STATUS
                .
           SELECT GLWORK   ASSIGN TO
                "GLWORK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLWORK-STATUS
                .
           SELECT PTSAUDIT ASSIGN TO
                "TELPTS.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS PTSAUDIT-STATUS
                .
           SELECT PTSRPT   ASSIGN TO
                "TELPTS.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS PTSRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  LOYLEDG.
           COPY CBLOYLG.
       FD  INVREG.
           COPY CBINVREG.
       FD  INVSEQ.
       01  INVSEQ-REC.
           05  SEQ-LAST-INV-NO  PIC 9(08).
       FD  EXPWORK.
       01  EXP-REC.
           05  EXP-ACCT-NO      PIC 9(10).
           05  EXP-SEQ          PIC 9(06).
       FD  GLWORK.
           COPY CBGLW.
       FD  PTSAUDIT.
       01  PTSAUDIT-REC      PIC X(190).
       FD  PTSRPT.
       01  PTSRPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  LYL-STATUS        PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  INVSEQ-STATUS     PIC XX      VALUE "00".
       01  EXP-STATUS        PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  PTSAUDIT-STATUS   PIC XX      VALUE "00".
       01  PTSRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD         PIC 9(06)   VALUE ZERO.

       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-MODE           PIC X(08)   VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACCT-ARG       PIC X(10)   VALUE SPACES.
       01  WS-POINTS-ARG     PIC X(10)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

      *>  Program knobs.
       01  WS-ENV-VALUE      PIC X(12)   VALUE SPACES.
       01  WS-POINT-VALUE    PIC 9(03)V9(04) VALUE 0.01.
       01  WS-MIN-REDEEM     PIC 9(09)   VALUE 1000.

      *>  The redemption in flight.
       01  WS-ACCT-NO        PIC 9(10)   VALUE ZERO.
       01  WS-REDEEM-PTS     PIC 9(09)   VALUE ZERO.
       01  WS-CREDIT-AMT     PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-CREDIT-ARG     PIC 9(09).99.
       01  WS-ORIG-INV-NO    PIC 9(08)   VALUE ZERO.
       01  WS-MEMO-NO        PIC 9(08)   VALUE ZERO.
       01  WS-CMD            PIC X(120)  VALUE SPACES.
       01  WS-RC             PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-MEMO-ISSUED    PIC X       VALUE "N".
           88  MEMO-WAS-ISSUED          VALUE "Y".

      *>  Month-end scratch.
       01  WS-EXPIRY-DATE    PIC 9(09)   VALUE ZERO.
       01  WS-EXP-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-EXP-PTS        PIC 9(09)   VALUE ZERO.
       01  WS-EXP-EOF        PIC X       VALUE "N".
           88  EXP-AT-END               VALUE "Y".
       01  WS-EXP-ACCTS      PIC 9(07)   VALUE ZERO.
       01  WS-EXP-TOT        PIC 9(11)   VALUE ZERO.
       01  WS-HOLDER-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-POINTS-TOT     PIC 9(11)   VALUE ZERO.
       01  WS-DEFICIT-TOT    PIC 9(11)   VALUE ZERO.
       01  WS-LIABILITY      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-PRIOR-LIAB     PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-MOVEMENT       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-CTL-ON-FILE    PIC X       VALUE "N".
           88  CONTROL-ON-FILE          VALUE "Y".
       01  WS-ALREADY-VALUED PIC X       VALUE "N".
           88  PERIOD-ALREADY-VALUED    VALUE "Y".
       01  WS-BATCH-ID       PIC X(20)   VALUE SPACES.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-POINTS-OUT     PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

      *>  Loyalty ledger parameter block (see CBLOYRQ.cpy).
           COPY CBLOYRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           MOVE WS-NOW (1:6) TO WS-PERIOD
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               DISPLAY "*** usage: telpts REDEEM USERID ACCTNO POINTS"
                       " | telpts MONTHEND ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-PROGRAM-KNOBS
           IF WS-MODE = "REDEEM"
               PERFORM REDEEM-POINTS
           ELSE
               PERFORM RUN-MONTH-END
           END-IF
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE
                    WS-USERID
                    WS-ACCT-ARG
                    WS-POINTS-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE
           EVALUATE WS-MODE
               WHEN "MONTHEND"
                   MOVE "Y" TO WS-ARGS-VALID
               WHEN "REDEEM"
                   IF WS-USERID NOT = SPACES
                   AND WS-ACCT-ARG NOT = SPACES
                   AND WS-POINTS-ARG NOT = SPACES
                   AND FUNCTION TEST-NUMVAL (WS-ACCT-ARG) = 0
                   AND FUNCTION TEST-NUMVAL (WS-POINTS-ARG) = 0
                       COMPUTE WS-ACCT-NO =
                               FUNCTION NUMVAL (WS-ACCT-ARG)
                       END-COMPUTE
                       COMPUTE WS-REDEEM-PTS =
                               FUNCTION NUMVAL (WS-POINTS-ARG)
                       END-COMPUTE
                       IF WS-ACCT-NO > ZERO
                       AND WS-REDEEM-PTS > ZERO
                           MOVE "Y" TO WS-ARGS-VALID
                       END-IF
                   END-IF
           END-EVALUATE
           .

       READ-PROGRAM-KNOBS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_LOY_POINT_VALUE"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-POINT-VALUE
           END-IF
           MOVE "TELCO_LOY_POINT_VALUE" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-POINT-VALUE TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_LOY_MIN_REDEEM"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-MIN-REDEEM
           END-IF
           MOVE "TELCO_LOY_MIN_REDEEM" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-MIN-REDEEM TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  Checks, then the memo through telcmemo, then the points.
       REDEEM-POINTS.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-USERID TO AUTH-USERID
           PERFORM CHECK-AUTHORIZATION
           IF NOT USER-AUTHORIZED
               MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM VET-POINTS-BALANCE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM FIND-LATEST-INVOICE
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM ISSUE-LOYALTY-MEMO
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM TAKE-REDEEMED-POINTS
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "*** redemption refused: "
                       FUNCTION TRIM (WS-REFUSE-REASON)
                       " ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-CREDIT-AMT TO WS-AMT-OUT
               DISPLAY "Redeemed " WS-REDEEM-PTS " points on account "
                       WS-ACCT-NO " as credit memo " WS-MEMO-NO
                       " for " FUNCTION TRIM (WS-AMT-OUT)
                       UPON CONSOLE
               END-DISPLAY
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           .

      *>  Same fail-closed AUTHTB check as telcmemo, for the id
      *>  already placed in AUTH-USERID.
       CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-MODE = "REDEEM" AND AUTH-ACCT-MAINT
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
                       IF WS-MODE = "MONTHEND" AND AUTH-BILLING-OPS
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  The balance as it stands, read without holding the
      *>  ledger -- TELLOY checks it again as it takes the points.
       VET-POINTS-BALANCE.
           IF WS-REDEEM-PTS < WS-MIN-REDEEM
               MOVE "BELOW THE MINIMUM REDEMPTION"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CREDIT-AMT = WS-REDEEM-PTS * WS-POINT-VALUE
           END-COMPUTE
           IF WS-CREDIT-AMT NOT > ZERO
               MOVE "POINTS WORTH NOTHING AT THIS VALUE"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOYLEDG
           IF LYL-STATUS NOT = "00"
               MOVE "LOYLEDG.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-NO TO LYL-ACCT-NO
           MOVE ZERO       TO LYL-SEQ
           READ LOYLEDG
               INVALID KEY
                   MOVE "NO POINTS ON ACCOUNT" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF LYS-DEFICIT > ZERO
                       MOVE "POINTS OWED BACK ON ACCOUNT"
                         TO WS-REFUSE-REASON
                   ELSE
                       IF LYS-BALANCE < WS-REDEEM-PTS
                           MOVE "NOT ENOUGH POINTS"
                             TO WS-REFUSE-REASON
                       END-IF
                   END-IF
           END-READ
           CLOSE LOYLEDG
           .

      *>  The memo credits the account's most recent invoice -- the
      *>  highest-numbered ordinary invoice on the register.
       FIND-LATEST-INVOICE.
           MOVE ZERO TO WS-ORIG-INV-NO
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "INVREG NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF INV-ACCT-NO = WS-ACCT-NO
               AND INV-DOC-INVOICE
               AND INV-NO > WS-ORIG-INV-NO
                   MOVE INV-NO TO WS-ORIG-INV-NO
               END-IF
           END-PERFORM
           CLOSE INVREG
           IF WS-ORIG-INV-NO = ZERO
               MOVE "NO INVOICE ON REGISTER TO CREDIT"
                 TO WS-REFUSE-REASON
           END-IF
           .

      *>  telcmemo issues the memo -- its own authorization, number,
      *>  register row, rendering and audit -- and its number is
      *>  the last one INVSEQ.DAT gave out, confirmed against the
      *>  register before a single point moves.
       ISSUE-LOYALTY-MEMO.
           MOVE WS-CREDIT-AMT TO WS-CREDIT-ARG
           MOVE SPACES TO WS-CMD
           STRING "telcmemo "                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-USERID)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-ORIG-INV-NO             DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-CREDIT-ARG              DELIMITED BY SIZE
                  " LOYALTY"                 DELIMITED BY SIZE
                INTO WS-CMD
           END-STRING
           MOVE ZERO TO WS-RC
           CALL "SYSTEM" USING WS-CMD
               RETURNING WS-RC
           END-CALL
           IF WS-RC NOT = ZERO
               MOVE "CREDIT MEMO REFUSED -- SEE TELCMEMO.AUD"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MEMO-NO
           OPEN INPUT INVSEQ
           IF INVSEQ-STATUS = "00"
               READ INVSEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-LAST-INV-NO TO WS-MEMO-NO
               END-READ
               CLOSE INVSEQ
           END-IF
           OPEN INPUT INVREG
           MOVE "MEMO NOT FOUND ON REGISTER" TO WS-REFUSE-REASON
           IF INVREG-STATUS = "00"
               MOVE WS-MEMO-NO TO INV-NO
               READ INVREG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-DOC-CREDIT-MEMO
                       AND INV-ACCT-NO = WS-ACCT-NO
                       AND INV-REF-INV-NO = WS-ORIG-INV-NO
                       AND INV-AMT-DUE + WS-CREDIT-AMT = ZERO
                           MOVE SPACES TO WS-REFUSE-REASON
                           SET MEMO-WAS-ISSUED TO TRUE
                       END-IF
               END-READ
               CLOSE INVREG
           END-IF
           .

       TAKE-REDEEMED-POINTS.
           SET LRQ-REDEEM TO TRUE
           MOVE WS-ACCT-NO    TO LRQ-ACCT-NO
           MOVE SPACES        TO LRQ-CHECK-REF
           MOVE ZERO          TO LRQ-REMIT-ACCT
           MOVE WS-MEMO-NO    TO LRQ-INV-NO
           MOVE WS-CREDIT-AMT TO LRQ-AMOUNT
           MOVE WS-TODAY      TO LRQ-DATE
           MOVE WS-USERID     TO LRQ-USERID
           MOVE WS-REDEEM-PTS TO LRQ-POINTS
           CALL "TELLOY" USING LOY-REQUEST
               ON EXCEPTION
                   MOVE "N" TO LRQ-RESULT
                   MOVE "LOYALTY LEDGER NOT REACHED"
                     TO LRQ-REFUSE-REASON
           END-CALL
           IF NOT LRQ-POSTED
               STRING "MEMO ISSUED, POINTS NOT TAKEN: "
                                               DELIMITED BY SIZE
                      LRQ-REFUSE-REASON        DELIMITED BY SIZE
                    INTO WS-REFUSE-REASON
               END-STRING
           END-IF
           SET LRQ-CLOSE TO TRUE
           CALL "TELLOY" USING LOY-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Expire, then value what is left and book the change.
       RUN-MONTH-END.
           OPEN OUTPUT PTSRPT
           MOVE SPACES TO PTSRPT-REC
           STRING "==== LOYALTY POINTS MONTH-END, PERIOD "
                                          DELIMITED BY SIZE
                  WS-PERIOD               DELIMITED BY SIZE
                  " ===="                 DELIMITED BY SIZE
                INTO PTSRPT-REC
           END-STRING
           WRITE PTSRPT-REC
           END-WRITE
           MOVE SPACES TO WS-USERID
           ACCEPT WS-USERID FROM ENVIRONMENT "TELCO_OPERATOR"
           END-ACCEPT
           IF WS-USERID = SPACES
               ACCEPT WS-USERID FROM ENVIRONMENT "USER"
               END-ACCEPT
           END-IF
           IF WS-USERID = SPACES
               ACCEPT WS-USERID FROM ENVIRONMENT "LOGNAME"
               END-ACCEPT
           END-IF
           MOVE WS-USERID TO AUTH-USERID
           PERFORM CHECK-AUTHORIZATION
           IF NOT USER-AUTHORIZED
               MOVE "OPERATOR NOT AUTHORIZED" TO WS-REFUSE-REASON
           ELSE
               OPEN I-O LOYLEDG
               IF LYL-STATUS NOT = "00"
                   MOVE "LOYLEDG.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE SPACES TO PTSRPT-REC
               STRING "*** Month-end refused: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                                DELIMITED BY SIZE
                      " ***"                    DELIMITED BY SIZE
                    INTO PTSRPT-REC
               END-STRING
               WRITE PTSRPT-REC
               END-WRITE
               CLOSE PTSRPT
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-AUDIT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-EXPIRING-LOTS
           PERFORM EXPIRE-GATHERED-LOTS
           PERFORM TOTAL-OUTSTANDING-POINTS
           PERFORM BOOK-LIABILITY
           CLOSE LOYLEDG
           PERFORM WRITE-MONTH-END-SUMMARY
           CLOSE PTSRPT
           PERFORM WRITE-AUDIT-RECORD
           .

      *>  A lot earned on 20240315 expires on 20260315: two years
      *>  on is the earn date plus 20000.
       GATHER-EXPIRING-LOTS.
           OPEN OUTPUT EXPWORK
           MOVE LOW-VALUES TO LYL-KEY
           START LOYLEDG KEY IS NOT LESS THAN LYL-KEY
               INVALID KEY
                   CLOSE EXPWORK
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ LOYLEDG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LYL-EARN AND LYL-REMAIN > ZERO
                   COMPUTE WS-EXPIRY-DATE = LYL-DATE + 20000
                   END-COMPUTE
                   IF WS-EXPIRY-DATE NOT > WS-TODAY
                       MOVE LYL-ACCT-NO TO EXP-ACCT-NO
                       MOVE LYL-SEQ     TO EXP-SEQ
                       WRITE EXP-REC
                       END-WRITE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE EXPWORK
           .

      *>  The gathered lots come in account order; each account
      *>  gets one "X" row for everything of its that expired.
       EXPIRE-GATHERED-LOTS.
           MOVE ZERO TO WS-EXP-ACCT WS-EXP-PTS
           MOVE "N" TO WS-EXP-EOF
           OPEN INPUT EXPWORK
           IF EXP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ EXPWORK
                   AT END
                       EXIT PERFORM
               END-READ
               IF EXP-ACCT-NO NOT = WS-EXP-ACCT
                   PERFORM POST-ACCOUNT-EXPIRY
                   MOVE EXP-ACCT-NO TO WS-EXP-ACCT
               END-IF
               MOVE EXP-ACCT-NO TO LYL-ACCT-NO
               MOVE EXP-SEQ     TO LYL-SEQ
               READ LOYLEDG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD LYL-REMAIN TO WS-EXP-PTS
                       MOVE ZERO TO LYL-REMAIN
                       REWRITE LOY-LEDGER-REC
                       END-REWRITE
               END-READ
           END-PERFORM
           PERFORM POST-ACCOUNT-EXPIRY
           CLOSE EXPWORK
           .

       POST-ACCOUNT-EXPIRY.
           IF WS-EXP-PTS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EXP-ACCT TO LYL-ACCT-NO
           MOVE ZERO        TO LYL-SEQ
           READ LOYLEDG
               INVALID KEY
                   MOVE ZERO TO WS-EXP-PTS
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-EXP-PTS FROM LYS-BALANCE
           ADD WS-EXP-PTS TO LYS-EXPIRED
           ADD 1 TO LYS-LAST-SEQ
           MOVE WS-TODAY TO LYL-DATE
           REWRITE LOY-LEDGER-REC
           END-REWRITE
           MOVE LYS-LAST-SEQ TO LYL-SEQ
           MOVE SPACES   TO LYL-DETAIL
           MOVE "X"      TO LYL-TYPE
           MOVE WS-TODAY TO LYL-DATE
           COMPUTE LYL-POINTS = ZERO - WS-EXP-PTS
           END-COMPUTE
           MOVE ZERO     TO LYL-REMAIN LYL-BASE-PTS LYL-BONUS-PTS
                            LYL-REMIT-ACCT LYL-INV-NO LYL-CASH-AMT
           WRITE LOY-LEDGER-REC
           END-WRITE
           ADD 1 TO WS-EXP-ACCTS
           ADD WS-EXP-PTS TO WS-EXP-TOT
           MOVE WS-EXP-PTS TO WS-POINTS-OUT
           MOVE SPACES TO PTSRPT-REC
           STRING "  Account "         DELIMITED BY SIZE
                  WS-EXP-ACCT          DELIMITED BY SIZE
                  " points expired "   DELIMITED BY SIZE
                  WS-POINTS-OUT        DELIMITED BY SIZE
                INTO PTSRPT-REC
           END-STRING
           WRITE PTSRPT-REC
           END-WRITE
           MOVE ZERO TO WS-EXP-PTS
           .

       TOTAL-OUTSTANDING-POINTS.
           MOVE 1    TO LYL-ACCT-NO
           MOVE ZERO TO LYL-SEQ
           START LOYLEDG KEY IS NOT LESS THAN LYL-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ LOYLEDG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF LYL-ACCT-SUMMARY
                   IF LYS-BALANCE > ZERO
                       ADD 1 TO WS-HOLDER-COUNT
                       ADD LYS-BALANCE TO WS-POINTS-TOT
                   END-IF
                   ADD LYS-DEFICIT TO WS-DEFICIT-TOT
               END-IF
           END-PERFORM
           .

      *>  The liability at the point value, against the figure
      *>  booked at the last valuation (account zero's control
      *>  row); the change goes to telgl as one "L" row.
       BOOK-LIABILITY.
           COMPUTE WS-LIABILITY ROUNDED =
                   WS-POINTS-TOT * WS-POINT-VALUE
           END-COMPUTE
           MOVE "N" TO WS-CTL-ON-FILE WS-ALREADY-VALUED
           MOVE ZERO TO WS-PRIOR-LIAB
           MOVE ZERO TO LYL-ACCT-NO LYL-SEQ
           READ LOYLEDG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTROL-ON-FILE TO TRUE
                   MOVE LYC-LAST-LIAB TO WS-PRIOR-LIAB
                   IF LYC-LAST-PERIOD = WS-PERIOD
                       SET PERIOD-ALREADY-VALUED TO TRUE
                   END-IF
           END-READ
           COMPUTE WS-MOVEMENT = WS-LIABILITY - WS-PRIOR-LIAB
           END-COMPUTE
           IF PERIOD-ALREADY-VALUED
               EXIT PARAGRAPH
           END-IF
           STRING "LOYV."             DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-BATCH-ID
           END-STRING
           OPEN EXTEND GLWORK
           IF GLWORK-STATUS NOT = "00"
               OPEN OUTPUT GLWORK
           END-IF
           IF GLWORK-STATUS NOT = "00"
               MOVE "GLWORK.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-ID   TO GLW-BATCH-ID
           MOVE "L"           TO GLW-TYPE
           MOVE SPACES        TO GLW-CODE GLW-ENTITY
           MOVE WS-MOVEMENT   TO GLW-AMT1
           MOVE WS-LIABILITY  TO GLW-AMT2
           MOVE WS-POINTS-TOT TO GLW-AMT3
           WRITE GLWORK-REC
           END-WRITE
           CLOSE GLWORK
           MOVE SPACES        TO LOY-LEDGER-REC
           MOVE ZERO          TO LYL-ACCT-NO LYL-SEQ LYL-POINTS
           MOVE "V"           TO LYL-TYPE
           MOVE WS-TODAY      TO LYL-DATE
           MOVE WS-PERIOD     TO LYC-LAST-PERIOD
           MOVE WS-POINTS-TOT TO LYC-LAST-POINTS
           MOVE WS-LIABILITY  TO LYC-LAST-LIAB
           IF CONTROL-ON-FILE
               REWRITE LOY-LEDGER-REC
               END-REWRITE
           ELSE
               WRITE LOY-LEDGER-REC
               END-WRITE
           END-IF
           .

       WRITE-MONTH-END-SUMMARY.
           MOVE SPACES TO PTSRPT-REC
           WRITE PTSRPT-REC
           END-WRITE
           MOVE WS-EXP-ACCTS TO WS-COUNT-OUT
           MOVE WS-EXP-TOT   TO WS-POINTS-OUT
           MOVE SPACES TO PTSRPT-REC
           STRING "Points expired:      "  DELIMITED BY SIZE
                  WS-POINTS-OUT            DELIMITED BY SIZE
                  "  on accounts "         DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                INTO PTSRPT-REC
           END-STRING
           WRITE PTSRPT-REC
           END-WRITE
           MOVE WS-HOLDER-COUNT TO WS-COUNT-OUT
           MOVE WS-POINTS-TOT   TO WS-POINTS-OUT
           MOVE SPACES TO PTSRPT-REC
           STRING "Points outstanding:  "  DELIMITED BY SIZE
                  WS-POINTS-OUT            DELIMITED BY SIZE
                  "  on accounts "         DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                INTO PTSRPT-REC
           END-STRING
           WRITE PTSRPT-REC
           END-WRITE
           IF WS-DEFICIT-TOT > ZERO
               MOVE WS-DEFICIT-TOT TO WS-POINTS-OUT
               MOVE SPACES TO PTSRPT-REC
               STRING "Points owed back:    "  DELIMITED BY SIZE
                      WS-POINTS-OUT            DELIMITED BY SIZE
                      "  (not valued)"         DELIMITED BY SIZE
                    INTO PTSRPT-REC
               END-STRING
               WRITE PTSRPT-REC
               END-WRITE
           END-IF
           MOVE WS-LIABILITY TO WS-AMT-OUT
           MOVE SPACES TO PTSRPT-REC
           STRING "Liability now:   "      DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                INTO PTSRPT-REC
           END-STRING
           WRITE PTSRPT-REC
           END-WRITE
           MOVE WS-PRIOR-LIAB TO WS-AMT-OUT
           MOVE SPACES TO PTSRPT-REC
           STRING "Last valuation:  "      DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                INTO PTSRPT-REC
           END-STRING
           WRITE PTSRPT-REC
           END-WRITE
           MOVE WS-MOVEMENT TO WS-AMT-OUT
           MOVE SPACES TO PTSRPT-REC
           STRING "Change:          "      DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                INTO PTSRPT-REC
           END-STRING
           WRITE PTSRPT-REC
           END-WRITE
           MOVE SPACES TO PTSRPT-REC
           EVALUATE TRUE
               WHEN PERIOD-ALREADY-VALUED
                   STRING "Period "            DELIMITED BY SIZE
                          WS-PERIOD            DELIMITED BY SIZE
                          " already valued -- nothing booked"
                                               DELIMITED BY SIZE
                        INTO PTSRPT-REC
                   END-STRING
               WHEN WS-REFUSE-REASON NOT = SPACES
                   STRING "*** "               DELIMITED BY SIZE
                          FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                          " -- nothing booked ***"
                                               DELIMITED BY SIZE
                        INTO PTSRPT-REC
                   END-STRING
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   STRING "GL work queued under batch "
                                               DELIMITED BY SIZE
                          FUNCTION TRIM (WS-BATCH-ID)
                                               DELIMITED BY SIZE
                          " -- run telgl with it"
                                               DELIMITED BY SIZE
                        INTO PTSRPT-REC
                   END-STRING
           END-EVALUATE
           WRITE PTSRPT-REC
           END-WRITE
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telcmemo's.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND PTSAUDIT
           IF PTSAUDIT-STATUS NOT = "00"
               OPEN OUTPUT PTSAUDIT
           END-IF
           MOVE SPACES TO PTSAUDIT-REC
           EVALUATE TRUE
               WHEN WS-MODE = "MONTHEND"
                   STRING WS-NOW (1:8)          DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-NOW (9:6)           DELIMITED BY SIZE
                          "  user="              DELIMITED BY SIZE
                          WS-USERID              DELIMITED BY SIZE
                          "  period="            DELIMITED BY SIZE
                          WS-PERIOD              DELIMITED BY SIZE
                          "  action=MONTHEND"    DELIMITED BY SIZE
                        INTO PTSAUDIT-REC
                   END-STRING
               WHEN WS-REFUSE-REASON = SPACES
                   STRING WS-NOW (1:8)          DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-NOW (9:6)           DELIMITED BY SIZE
                          "  user="              DELIMITED BY SIZE
                          WS-USERID              DELIMITED BY SIZE
                          "  acct="              DELIMITED BY SIZE
                          WS-ACCT-NO             DELIMITED BY SIZE
                          "  points="            DELIMITED BY SIZE
                          WS-REDEEM-PTS          DELIMITED BY SIZE
                          "  memo="              DELIMITED BY SIZE
                          WS-MEMO-NO             DELIMITED BY SIZE
                          "  amount="            DELIMITED BY SIZE
                          WS-CREDIT-ARG          DELIMITED BY SIZE
                          "  action=REDEEMED"    DELIMITED BY SIZE
                        INTO PTSAUDIT-REC
                   END-STRING
               WHEN OTHER
                   STRING WS-NOW (1:8)          DELIMITED BY SIZE
                          " "                    DELIMITED BY SIZE
                          WS-NOW (9:6)           DELIMITED BY SIZE
                          "  user="              DELIMITED BY SIZE
                          WS-USERID              DELIMITED BY SIZE
                          "  acct="              DELIMITED BY SIZE
                          WS-ACCT-ARG            DELIMITED BY SIZE
                          "  points="            DELIMITED BY SIZE
                          WS-POINTS-ARG          DELIMITED BY SIZE
                          "  action=REFUSED-"    DELIMITED BY SIZE
                          FUNCTION TRIM (WS-REFUSE-REASON)
                                                  DELIMITED BY SIZE
                        INTO PTSAUDIT-REC
                   END-STRING
           END-EVALUATE
           PERFORM SEAL-AUDIT-LINE
           WRITE PTSAUDIT-REC
           END-WRITE
           CLOSE PTSAUDIT
           .

      *>  Chains the audit line into TELPTS.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELPTS.AUD" TO SRQ-TRAIL
           MOVE PTSAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO PTSAUDIT-REC
           .

       RECORD-RUN-SETTING.
           MOVE "TELPTS" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telpts.
