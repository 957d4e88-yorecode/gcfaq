      *>
      *> telexp.cob -- prepaid balance expiry for inactivity.  A
      *> prepaid balance nobody uses sat on ACCTMAST.DAT forever:
      *> the liability never released, the customer never told.
      *> This sweep takes every prepaid account holding a balance
      *> and dates its last activity from what the shop already
      *> keeps -- the last day telco5 saw the account on any switch
      *> (SRCMAP.DAT), its rated calls (STMTDET.DAT) and its top-up
      *> receipts (TOPUPRCT.DAT) -- then, against
      *> TELCO_PREPAID_EXPIRY_DAYS (default 180) of inactivity:
      *>
      *>   - TELCO_PREPAID_WARN_DAYS (default 30) before the balance
      *>     would expire, one "X" row on the usage-alert
      *>     notification feed (USRNOTIF.DAT) warns the customer --
      *>     once per inactive stretch, the carried state on
      *>     PREPEXP.DAT (see CBPPEXP.cpy) remembering it was sent;
      *>   - once the period has run, the balance is zeroed on the
      *>     master with a receipt-style row on TOPUPRCT.DAT
      *>     (prior and new balance, reference EXPIRED) and the
      *>     amount goes to breakage revenue on one "K" GLWORK.DAT
      *>     row for telgl;
      *>   - where the owning account's state treats prepaid
      *>     balances as unclaimed property (ESC-PREPAID-UNCLAIMED
      *>     on its ESCHTB.DAT rule), the zeroed balance is not
      *>     breakage: its receipt says ESCHEAT and it is handed to
      *>     telesch's escheatment list on PPESCH.DAT (see
      *>     CBPPESCH.cpy) instead.
      *>
      *> An account with no activity on file at all is clocked from
      *> the day the sweep first found its balance.  Report on
      *> TELEXP.TXT; sealed audit trail on TELEXP.AUD.  Same
      *> fail-closed billing-operations authorization as telbrec.
      *>
      *> Invoked:  telexp   (report-only preview: telexp PREVIEW
      *> leaves the master, the feeds and the GL untouched).
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telexp.
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
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT SRCMAP   ASSIGN TO
                "SRCMAP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SRCMAP-KEY
                FILE STATUS IS SRCMAP-STATUS
                .
           SELECT STMTDET  ASSIGN TO
                "STMTDET.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS STMTDET-STATUS
                .
           SELECT TOPRCT   ASSIGN TO
                "TOPUPRCT.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS RCT-STATUS
                .
           SELECT ESCHTB   ASSIGN TO
                "ESCHTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ESC-STATE
                FILE STATUS IS ESC-STATUS
                .
           SELECT PREPEXP  ASSIGN TO
                "PREPEXP.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS PPX-STATUS
                .
           SELECT PPESCH   ASSIGN TO
                "PPESCH.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS PPESCH-STATUS
                .
           SELECT USRNOTIF ASSIGN TO
                "USRNOTIF.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS USRNOTIF-STATUS
                .
           SELECT GLWORK   ASSIGN TO
                "GLWORK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLWORK-STATUS
                .
           SELECT EXPAUDIT ASSIGN TO
                "TELEXP.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS EXPAUDIT-STATUS
                .
           SELECT EXPRPT   ASSIGN TO
                "TELEXP.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS EXPRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  SRCMAP.
           COPY CBSRCMAP.
       FD  STMTDET.
           COPY CBSTMT.
       FD  TOPRCT.
       01  TOPRCT-REC        PIC X(90).
       FD  ESCHTB.
           COPY CBESCH.
       FD  PREPEXP.
           COPY CBPPEXP.
       FD  PPESCH.
           COPY CBPPESCH.
       FD  USRNOTIF.
       01  USRNOTIF-REC      PIC X(70).
       FD  GLWORK.
           COPY CBGLW.
       FD  EXPAUDIT.
       01  EXPAUDIT-REC      PIC X(190).
       FD  EXPRPT.
       01  EXPRPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  SRCMAP-STATUS     PIC XX      VALUE "00".
       01  STMTDET-STATUS    PIC XX      VALUE "00".
       01  RCT-STATUS        PIC XX      VALUE "00".
       01  ESC-STATUS        PIC XX      VALUE "00".
       01  PPX-STATUS        PIC XX      VALUE "00".
       01  PPESCH-STATUS     PIC XX      VALUE "00".
       01  USRNOTIF-STATUS   PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  EXPAUDIT-STATUS   PIC XX      VALUE "00".
       01  EXPRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-BATCH-ID       PIC X(20)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-MODE-ARG       PIC X(08)   VALUE SPACES.
       01  WS-PREVIEW        PIC X       VALUE "N".
           88  PREVIEW-ONLY             VALUE "Y".
       01  WS-ENV-VALUE      PIC X(12)   VALUE SPACES.
       01  WS-EXPIRY-DAYS    PIC 9(04)   VALUE 180.
       01  WS-WARN-DAYS      PIC 9(04)   VALUE 30.
       01  WS-WARN-FROM-DAYS PIC S9(09)  COMP-5 VALUE ZERO.

      *>  Every prepaid account holding a balance, with the latest
      *>  activity date any source shows and the carried warning
      *>  state -- first-seen-claims-a-slot, like telesch's
      *>  CANDIDATE-TABLE.
       01  PREPAID-TABLE.
           05  PPA-ENTRY OCCURS 5000 TIMES INDEXED BY PPA-IDX.
               10  PPA-ACCT-NO     PIC 9(10)     VALUE ZERO.
               10  PPA-BALANCE     PIC S9(09)V99 COMP-5 VALUE ZERO.
               10  PPA-STATE       PIC X(02)     VALUE SPACES.
               10  PPA-LAST-DATE   PIC 9(08)     VALUE ZERO.
               10  PPA-FIRST-SEEN  PIC 9(08)     VALUE ZERO.
               10  PPA-WARNED-DATE PIC 9(08)     VALUE ZERO.
               10  PPA-WARNED-ACT  PIC 9(08)     VALUE ZERO.
               10  PPA-EXPIRED-IND PIC X(01)     VALUE SPACE.
       01  WS-PPA-COUNT      PIC 9(05)   VALUE ZERO.
       01  WS-PPA-OVERFLOW   PIC 9(07)   VALUE ZERO.
       01  WS-LOOKUP-ACCT    PIC 9(10)   VALUE ZERO.
       01  WS-FOUND          PIC X       VALUE "N".
           88  ACCOUNT-FOUND            VALUE "Y".

      *>  One receipt row as teltopup writes it: date, account and
      *>  reference at fixed columns.
       01  WS-RCT-VIEW.
           05  WS-RCT-DATE       PIC X(08).
           05                    PIC X(01).
           05  WS-RCT-ACCT       PIC X(10).
           05                    PIC X(01).
           05  WS-RCT-REF        PIC X(12).
           05                    PIC X(58).

       01  WS-LAST-INT       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-IDLE-DAYS      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DAYS-LEFT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-EXPIRY-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-PRIOR-BAL      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-RCT-REF-OUT    PIC X(12)   VALUE SPACES.
       01  WS-ROUTE          PIC X(01)   VALUE SPACE.
           88  ROUTE-BREAKAGE           VALUE "K".
           88  ROUTE-ESCHEAT            VALUE "E".

       01  WS-WARN-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-BRK-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-BRK-TOT        PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-ESC-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-ESC-TOT        PIC S9(11)V99 COMP-5 VALUE ZERO.

       01  WS-BAL-OUT        PIC -9(09).99.
       01  WS-BAL-OUT2       PIC -9(09).99.
       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZ9.
       01  WS-DAYS-OUT       PIC ZZZ9.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

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
           STRING "PPEX."             DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-BATCH-ID
           END-STRING
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE-ARG
           END-UNSTRING
           IF WS-MODE-ARG = "PREVIEW"
               SET PREVIEW-ONLY TO TRUE
           END-IF
           PERFORM READ-RUN-KNOBS
           OPEN OUTPUT EXPRPT
           MOVE "==== PREPAID BALANCE EXPIRY SWEEP ====" TO EXPRPT-REC
           WRITE EXPRPT-REC
           END-WRITE
           OPEN I-O ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "*** ACCTMAST.DAT not available I-O -- nothing "
                  & "expired ***" TO EXPRPT-REC
               WRITE EXPRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE EXPRPT
               STOP RUN
           END-IF
           PERFORM LOAD-PREPAID-BALANCES
           PERFORM LOAD-EXPIRY-STATE
           PERFORM SCAN-SOURCE-MAP
           PERFORM SCAN-STATEMENT-DETAIL
           PERFORM SCAN-TOPUP-RECEIPTS
           OPEN INPUT ESCHTB
           IF NOT PREVIEW-ONLY
               PERFORM OPEN-OUTPUT-FEEDS
           END-IF
           MOVE "  -- Warnings and expiries --" TO EXPRPT-REC
           WRITE EXPRPT-REC
           END-WRITE
           PERFORM VARYING PPA-IDX FROM 1 BY 1
                   UNTIL PPA-IDX > WS-PPA-COUNT
               PERFORM CONSIDER-ONE-BALANCE
           END-PERFORM
           IF NOT PREVIEW-ONLY
               CLOSE TOPRCT
                     USRNOTIF
                     PPESCH
               PERFORM SAVE-EXPIRY-STATE
               PERFORM WRITE-GL-WORK-ROW
           END-IF
           CLOSE ACCT-MASTER
           IF ESC-STATUS = "00"
               CLOSE ESCHTB
           END-IF
           PERFORM WRITE-RUN-SUMMARY
           PERFORM WRITE-AUDIT-RECORD
           CLOSE EXPRPT
           IF WS-PPA-OVERFLOW > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

      *>  Same fail-closed billing-operations check as telbrec.
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

       READ-RUN-KNOBS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "TELCO_PREPAID_EXPIRY_DAYS"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-EXPIRY-DAYS
           END-IF
           IF WS-EXPIRY-DAYS = ZERO
               MOVE 180 TO WS-EXPIRY-DAYS
           END-IF
           MOVE "TELCO_PREPAID_EXPIRY_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-EXPIRY-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "TELCO_PREPAID_WARN_DAYS"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-WARN-DAYS
           END-IF
           IF WS-WARN-DAYS >= WS-EXPIRY-DAYS
               MOVE ZERO TO WS-WARN-DAYS
           END-IF
           MOVE "TELCO_PREPAID_WARN_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-WARN-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           COMPUTE WS-WARN-FROM-DAYS = WS-EXPIRY-DAYS - WS-WARN-DAYS
           END-COMPUTE
           .

      *>  Open prepaid accounts with money on them -- an exhausted
      *>  or zero balance has nothing to expire, and a closed
      *>  account's balance went out on its final bill.
       LOAD-PREPAID-BALANCES.
           MOVE ZERO TO ACCT-NO
           START ACCT-MASTER KEY IS GREATER THAN ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF ACCT-PREPAID
               AND ACCT-PREPAID-BAL > ZERO
               AND NOT ACCT-CLOSED
                   IF WS-PPA-COUNT < 5000
                       ADD 1 TO WS-PPA-COUNT
                       SET PPA-IDX TO WS-PPA-COUNT
                       MOVE ACCT-NO  TO PPA-ACCT-NO (PPA-IDX)
                       MOVE ACCT-PREPAID-BAL
                         TO PPA-BALANCE (PPA-IDX)
                       MOVE ACCT-ADDR-STATE TO PPA-STATE (PPA-IDX)
                       MOVE WS-TODAY TO PPA-FIRST-SEEN (PPA-IDX)
                   ELSE
                       ADD 1 TO WS-PPA-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM
           .

      *>  Yesterday's carried state: first-seen dates and warnings
      *>  already sent.  Rows for accounts no longer holding a
      *>  balance simply fall away when the state is saved.
       LOAD-EXPIRY-STATE.
           OPEN INPUT PREPEXP
           IF PPX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ PREPEXP
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE PPX-ACCT-NO TO WS-LOOKUP-ACCT
               PERFORM FIND-PREPAID-ACCOUNT
               IF ACCOUNT-FOUND
               AND PPX-FIRST-SEEN > ZERO
                   MOVE PPX-FIRST-SEEN  TO PPA-FIRST-SEEN (PPA-IDX)
                   MOVE PPX-WARNED-DATE TO PPA-WARNED-DATE (PPA-IDX)
                   MOVE PPX-WARNED-ACTIVITY
                     TO PPA-WARNED-ACT (PPA-IDX)
               END-IF
           END-PERFORM
           CLOSE PREPEXP
           .

      *>  The key leads with the source system, so every source's
      *>  row for the account is read and the latest taken.
       SCAN-SOURCE-MAP.
           OPEN INPUT SRCMAP
           IF SRCMAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ SRCMAP NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE SRC-ACCT-NO TO WS-LOOKUP-ACCT
               PERFORM FIND-PREPAID-ACCOUNT
               IF ACCOUNT-FOUND
               AND SRC-LAST-SEEN > PPA-LAST-DATE (PPA-IDX)
                   MOVE SRC-LAST-SEEN TO PPA-LAST-DATE (PPA-IDX)
               END-IF
           END-PERFORM
           CLOSE SRCMAP
           .

       SCAN-STATEMENT-DETAIL.
           OPEN INPUT STMTDET
           IF STMTDET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ STMTDET
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE STMT-ACCT-NO TO WS-LOOKUP-ACCT
               PERFORM FIND-PREPAID-ACCOUNT
               IF ACCOUNT-FOUND
               AND STMT-CALL-DATE > PPA-LAST-DATE (PPA-IDX)
                   MOVE STMT-CALL-DATE TO PPA-LAST-DATE (PPA-IDX)
               END-IF
           END-PERFORM
           CLOSE STMTDET
           .

      *>  A top-up is activity; this sweep's own EXPIRED and
      *>  ESCHEAT receipts are not.
       SCAN-TOPUP-RECEIPTS.
           OPEN INPUT TOPRCT
           IF RCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ TOPRCT
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE TOPRCT-REC TO WS-RCT-VIEW
               IF WS-RCT-DATE IS NUMERIC
               AND WS-RCT-ACCT IS NUMERIC
               AND WS-RCT-REF NOT = "EXPIRED"
               AND WS-RCT-REF NOT = "ESCHEAT"
                   MOVE WS-RCT-ACCT TO WS-LOOKUP-ACCT
                   PERFORM FIND-PREPAID-ACCOUNT
                   IF ACCOUNT-FOUND
                   AND WS-RCT-DATE > PPA-LAST-DATE (PPA-IDX)
                       MOVE WS-RCT-DATE TO PPA-LAST-DATE (PPA-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TOPRCT
           .

       FIND-PREPAID-ACCOUNT.
           MOVE "N" TO WS-FOUND
           PERFORM VARYING PPA-IDX FROM 1 BY 1
                   UNTIL PPA-IDX > WS-PPA-COUNT
               IF PPA-ACCT-NO (PPA-IDX) = WS-LOOKUP-ACCT
                   SET ACCOUNT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *>  Receipts and the escheat hand-off append; the warning
      *>  rows join whatever the last telco5 run put on the feed.
       OPEN-OUTPUT-FEEDS.
           OPEN EXTEND TOPRCT
           IF RCT-STATUS NOT = "00"
               OPEN OUTPUT TOPRCT
           END-IF
           OPEN EXTEND USRNOTIF
           IF USRNOTIF-STATUS NOT = "00"
               OPEN OUTPUT USRNOTIF
           END-IF
           OPEN EXTEND PPESCH
           IF PPESCH-STATUS NOT = "00"
               OPEN OUTPUT PPESCH
           END-IF
           .

      *>  Inactivity runs from the latest activity on file, or from
      *>  the day the balance was first seen when that is later.
       CONSIDER-ONE-BALANCE.
           IF PPA-FIRST-SEEN (PPA-IDX) > PPA-LAST-DATE (PPA-IDX)
               MOVE PPA-FIRST-SEEN (PPA-IDX)
                 TO PPA-LAST-DATE (PPA-IDX)
           END-IF
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                   (PPA-LAST-DATE (PPA-IDX))
           END-COMPUTE
           COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-LAST-INT
           END-COMPUTE
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-DAYS - WS-IDLE-DAYS
           END-COMPUTE
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-LAST-INT + WS-EXPIRY-DAYS)
           END-COMPUTE
           EVALUATE TRUE
               WHEN WS-IDLE-DAYS >= WS-EXPIRY-DAYS
                   PERFORM EXPIRE-ONE-BALANCE
               WHEN WS-WARN-DAYS > ZERO
               AND WS-IDLE-DAYS >= WS-WARN-FROM-DAYS
                   IF PPA-WARNED-DATE (PPA-IDX) = ZERO
                   OR PPA-WARNED-ACT (PPA-IDX)
                      NOT = PPA-LAST-DATE (PPA-IDX)
                       PERFORM WARN-ONE-ACCOUNT
                   END-IF
           END-EVALUATE
           .

      *>  One notification-feed row in telco5's usage-alert shape:
      *>  account, type "X", the balance at risk, the days left.
       WARN-ONE-ACCOUNT.
           ADD 1 TO WS-WARN-COUNT
           MOVE PPA-BALANCE (PPA-IDX) TO WS-BAL-OUT
           MOVE WS-DAYS-LEFT          TO WS-BAL-OUT2
           IF NOT PREVIEW-ONLY
               MOVE SPACES TO USRNOTIF-REC
               STRING PPA-ACCT-NO (PPA-IDX)   DELIMITED BY SIZE
                      " X "                   DELIMITED BY SIZE
                      WS-BAL-OUT              DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WS-BAL-OUT2             DELIMITED BY SIZE
                      " "                     DELIMITED BY SIZE
                      WS-TODAY                DELIMITED BY SIZE
                    INTO USRNOTIF-REC
               END-STRING
               WRITE USRNOTIF-REC
               END-WRITE
               MOVE WS-TODAY TO PPA-WARNED-DATE (PPA-IDX)
               MOVE PPA-LAST-DATE (PPA-IDX)
                 TO PPA-WARNED-ACT (PPA-IDX)
           END-IF
           MOVE WS-DAYS-LEFT TO WS-DAYS-OUT
           MOVE SPACES TO EXPRPT-REC
           STRING "  WARN    acct "            DELIMITED BY SIZE
                  PPA-ACCT-NO (PPA-IDX)        DELIMITED BY SIZE
                  " balance "                  DELIMITED BY SIZE
                  WS-BAL-OUT                   DELIMITED BY SIZE
                  "  last activity "           DELIMITED BY SIZE
                  PPA-LAST-DATE (PPA-IDX)      DELIMITED BY SIZE
                  "  expires "                 DELIMITED BY SIZE
                  WS-EXPIRY-DATE               DELIMITED BY SIZE
                  " ("                         DELIMITED BY SIZE
                  WS-DAYS-OUT                  DELIMITED BY SIZE
                  " days)"                     DELIMITED BY SIZE
                INTO EXPRPT-REC
           END-STRING
           WRITE EXPRPT-REC
           END-WRITE
           .

      *>  The balance is re-read off the master at the moment of
      *>  expiry, so a top-up applied since the scan is never
      *>  taken.
       EXPIRE-ONE-BALANCE.
           SET ROUTE-BREAKAGE TO TRUE
           IF ESC-STATUS = "00"
               MOVE PPA-STATE (PPA-IDX) TO ESC-STATE
               READ ESCHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESC-PREPAID-UNCLAIMED
                           SET ROUTE-ESCHEAT TO TRUE
                       END-IF
               END-READ
           END-IF
           IF NOT PREVIEW-ONLY
               MOVE PPA-ACCT-NO (PPA-IDX) TO ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               IF ACCT-PREPAID-BAL NOT = PPA-BALANCE (PPA-IDX)
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCT-PREPAID-BAL TO WS-PRIOR-BAL
               MOVE ZERO TO ACCT-PREPAID-BAL
               REWRITE ACCT-MASTER-REC
               END-REWRITE
               PERFORM WRITE-EXPIRY-RECEIPT
               IF ROUTE-ESCHEAT
                   MOVE ACCT-NO               TO PPE-ACCT-NO
                   MOVE PPA-STATE (PPA-IDX)   TO PPE-STATE
                   MOVE WS-PRIOR-BAL          TO PPE-AMOUNT
                   MOVE PPA-LAST-DATE (PPA-IDX)
                     TO PPE-LAST-ACTIVITY
                   MOVE WS-TODAY              TO PPE-EXPIRED-DATE
                   WRITE PPESCH-REC
                   END-WRITE
               END-IF
           END-IF
           MOVE "Y" TO PPA-EXPIRED-IND (PPA-IDX)
           MOVE PPA-BALANCE (PPA-IDX) TO WS-BAL-OUT
           MOVE WS-IDLE-DAYS TO WS-DAYS-OUT
           MOVE SPACES TO EXPRPT-REC
           IF ROUTE-ESCHEAT
               ADD 1 TO WS-ESC-COUNT
               ADD PPA-BALANCE (PPA-IDX) TO WS-ESC-TOT
               STRING "  ESCHEAT acct "        DELIMITED BY SIZE
                      PPA-ACCT-NO (PPA-IDX)    DELIMITED BY SIZE
                      " balance "              DELIMITED BY SIZE
                      WS-BAL-OUT               DELIMITED BY SIZE
                      "  idle "                DELIMITED BY SIZE
                      WS-DAYS-OUT              DELIMITED BY SIZE
                      " days -- to "           DELIMITED BY SIZE
                      PPA-STATE (PPA-IDX)      DELIMITED BY SIZE
                      " unclaimed-property list"
                                               DELIMITED BY SIZE
                    INTO EXPRPT-REC
               END-STRING
           ELSE
               ADD 1 TO WS-BRK-COUNT
               ADD PPA-BALANCE (PPA-IDX) TO WS-BRK-TOT
               STRING "  EXPIRE  acct "        DELIMITED BY SIZE
                      PPA-ACCT-NO (PPA-IDX)    DELIMITED BY SIZE
                      " balance "              DELIMITED BY SIZE
                      WS-BAL-OUT               DELIMITED BY SIZE
                      "  idle "                DELIMITED BY SIZE
                      WS-DAYS-OUT              DELIMITED BY SIZE
                      " days -- breakage"      DELIMITED BY SIZE
                    INTO EXPRPT-REC
               END-STRING
           END-IF
           WRITE EXPRPT-REC
           END-WRITE
           .

      *>  teltopup's receipt shape, so the customer's receipt
      *>  history shows where the balance went.
       WRITE-EXPIRY-RECEIPT.
           IF ROUTE-ESCHEAT
               MOVE "ESCHEAT" TO WS-RCT-REF-OUT
           ELSE
               MOVE "EXPIRED" TO WS-RCT-REF-OUT
           END-IF
           MOVE WS-PRIOR-BAL      TO WS-BAL-OUT
           MOVE ACCT-PREPAID-BAL  TO WS-BAL-OUT2
           MOVE SPACES TO TOPRCT-REC
           STRING WS-TODAY             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ACCT-NO              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-RCT-REF-OUT       DELIMITED BY SIZE
                  " prior="            DELIMITED BY SIZE
                  WS-BAL-OUT           DELIMITED BY SIZE
                  " new="              DELIMITED BY SIZE
                  WS-BAL-OUT2          DELIMITED BY SIZE
                INTO TOPRCT-REC
           END-STRING
           WRITE TOPRCT-REC
           END-WRITE
           .

      *>  PREPEXP.DAT is rewritten whole with every balance still
      *>  live.  A table overflow leaves the file alone, so the
      *>  accounts the run could not hold keep their first-seen
      *>  dates.
       SAVE-EXPIRY-STATE.
           IF WS-PPA-OVERFLOW > ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PREPEXP
           PERFORM VARYING PPA-IDX FROM 1 BY 1
                   UNTIL PPA-IDX > WS-PPA-COUNT
               IF PPA-EXPIRED-IND (PPA-IDX) NOT = "Y"
                   MOVE PPA-ACCT-NO (PPA-IDX)     TO PPX-ACCT-NO
                   MOVE PPA-FIRST-SEEN (PPA-IDX)  TO PPX-FIRST-SEEN
                   MOVE PPA-WARNED-DATE (PPA-IDX) TO PPX-WARNED-DATE
                   MOVE PPA-WARNED-ACT (PPA-IDX)
                     TO PPX-WARNED-ACTIVITY
                   WRITE PPEXP-REC
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE PREPEXP
           .

      *>  One "K" row for the run's breakage; the escheat-routed
      *>  balances stay on the prepaid liability until telesch
      *>  turns them over.
       WRITE-GL-WORK-ROW.
           IF WS-BRK-TOT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND GLWORK
           IF GLWORK-STATUS NOT = "00"
               OPEN OUTPUT GLWORK
           END-IF
           IF GLWORK-STATUS = "00"
               MOVE WS-BATCH-ID  TO GLW-BATCH-ID
               MOVE "K"          TO GLW-TYPE
               MOVE SPACES       TO GLW-CODE
                                    GLW-ENTITY
               MOVE WS-BRK-TOT   TO GLW-AMT1
               MOVE ZERO         TO GLW-AMT2
               MOVE WS-BRK-COUNT TO GLW-AMT3
               WRITE GLWORK-REC
               END-WRITE
               CLOSE GLWORK
           END-IF
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO EXPRPT-REC
           WRITE EXPRPT-REC
           END-WRITE
           MOVE WS-PPA-COUNT TO WS-COUNT-OUT
           MOVE WS-EXPIRY-DAYS TO WS-DAYS-OUT
           MOVE SPACES TO EXPRPT-REC
           STRING "Prepaid balances reviewed: " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  "  expiry after "             DELIMITED BY SIZE
                  WS-DAYS-OUT                   DELIMITED BY SIZE
                  " idle days"                  DELIMITED BY SIZE
                INTO EXPRPT-REC
           END-STRING
           WRITE EXPRPT-REC
           END-WRITE
           MOVE WS-WARN-COUNT TO WS-COUNT-OUT
           MOVE WS-WARN-DAYS  TO WS-DAYS-OUT
           MOVE SPACES TO EXPRPT-REC
           STRING "Expiry warnings sent:      " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  "  ("                         DELIMITED BY SIZE
                  WS-DAYS-OUT                   DELIMITED BY SIZE
                  " days ahead)"                DELIMITED BY SIZE
                INTO EXPRPT-REC
           END-STRING
           WRITE EXPRPT-REC
           END-WRITE
           MOVE WS-BRK-COUNT TO WS-COUNT-OUT
           MOVE WS-BRK-TOT   TO WS-AMT-OUT
           MOVE SPACES TO EXPRPT-REC
           STRING "Expired to breakage:       " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  "  totaling "                 DELIMITED BY SIZE
                  WS-AMT-OUT                    DELIMITED BY SIZE
                INTO EXPRPT-REC
           END-STRING
           WRITE EXPRPT-REC
           END-WRITE
           MOVE WS-ESC-COUNT TO WS-COUNT-OUT
           MOVE WS-ESC-TOT   TO WS-AMT-OUT
           MOVE SPACES TO EXPRPT-REC
           STRING "Expired to escheatment:    " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  "  totaling "                 DELIMITED BY SIZE
                  WS-AMT-OUT                    DELIMITED BY SIZE
                INTO EXPRPT-REC
           END-STRING
           WRITE EXPRPT-REC
           END-WRITE
           IF WS-PPA-OVERFLOW > ZERO
               MOVE WS-PPA-OVERFLOW TO WS-COUNT-OUT
               MOVE SPACES TO EXPRPT-REC
               STRING "*** "                    DELIMITED BY SIZE
                      WS-COUNT-OUT              DELIMITED BY SIZE
                      " prepaid balances beyond the run table -- "
                                                DELIMITED BY SIZE
                      "not reviewed ***"        DELIMITED BY SIZE
                    INTO EXPRPT-REC
               END-STRING
               WRITE EXPRPT-REC
               END-WRITE
           END-IF
           MOVE SPACES TO EXPRPT-REC
           EVALUATE TRUE
               WHEN PREVIEW-ONLY
                   MOVE "PREVIEW ONLY -- master, feeds and GL "
                      & "untouched" TO EXPRPT-REC
               WHEN WS-BRK-TOT NOT = ZERO
                   STRING "GL work queued under batch "
                                                DELIMITED BY SIZE
                          FUNCTION TRIM (WS-BATCH-ID)
                                                DELIMITED BY SIZE
                          " -- run telgl with it"
                                                DELIMITED BY SIZE
                        INTO EXPRPT-REC
                   END-STRING
           END-EVALUATE
           IF EXPRPT-REC NOT = SPACES
               WRITE EXPRPT-REC
               END-WRITE
           END-IF
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telesch's TELESCH.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND EXPAUDIT
           IF EXPAUDIT-STATUS NOT = "00"
               OPEN OUTPUT EXPAUDIT
           END-IF
           MOVE WS-BRK-TOT TO WS-AMT-OUT
           MOVE WS-ESC-TOT TO WS-AMT-OUT2
           MOVE SPACES TO EXPAUDIT-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  oper="              DELIMITED BY SIZE
                  WS-OPERATOR-ID         DELIMITED BY SIZE
                  "  mode="              DELIMITED BY SIZE
                  WS-MODE-ARG            DELIMITED BY SIZE
                  "  warned="            DELIMITED BY SIZE
                  WS-WARN-COUNT          DELIMITED BY SIZE
                  "  breakage="          DELIMITED BY SIZE
                  WS-AMT-OUT             DELIMITED BY SIZE
                  "  escheat="           DELIMITED BY SIZE
                  WS-AMT-OUT2            DELIMITED BY SIZE
                  "  batch="             DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BATCH-ID)
                                          DELIMITED BY SIZE
                INTO EXPAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE EXPAUDIT-REC
           END-WRITE
           CLOSE EXPAUDIT
           .

      *>  Chains the audit line into TELEXP.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELEXP.AUD" TO SRQ-TRAIL
           MOVE EXPAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO EXPAUDIT-REC
           .

       RECORD-RUN-SETTING.
           MOVE "TELEXP" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telexp.
