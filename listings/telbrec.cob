      *>
      *> telbrec.cob -- daily book-to-bank reconciliation of the
      *> operating account.  telpay proves the cash it applied
      *> against the lockbox file's own deposit header, but nothing
      *> proved that the money actually reached the bank -- or that
      *> telrfnd's refunds, teldep's deposit receipts and refunds,
      *> the autopay collections and the items the bank charged
      *> back ever left or arrived.  This run reads the bank's daily
      *> statement (BANKSTMT.DAT, see CBBKSTMT.cpy) and matches it
      *> item for item against the cash book those programs append
      *> to (BANKBOOK.DAT, see CBBANKBK.cpy):
      *>
      *>   - same direction, same amount and the same reference
      *>     first; then same direction and amount within
      *>     TELCO_BREC_MATCH_DAYS (default 3) of each other, for
      *>     the items the bank reports under its own number;
      *>   - whatever stays unmatched on either side is carried
      *>     forward on BRECOPEN.DAT (see CBBRECOP.cpy) and tried
      *>     again tomorrow -- a deposit in transit or a refund
      *>     check not yet cashed is a timing difference until it
      *>     has been open TELCO_BREC_TIMING_DAYS (default 5), and
      *>     an exception for treasury to chase after that;
      *>   - the day closes with the proof: the bank's closing
      *>     balance, plus book receipts not yet at the bank, less
      *>     book payments not yet through it, less bank credits
      *>     and plus bank debits not yet on the books, must equal
      *>     the book balance carried from day to day.
      *>
      *> The statement must foot (opening plus credits less debits
      *> to the trailer's closing balance) and open where yesterday's
      *> closed; a statement dated on or before the last one
      *> reconciled is refused, so a day is never taken twice.  The
      *> first run starts the book balance at the statement's
      *> opening balance.
      *>
      *> Report on TELBREC.TXT: return code 4 when there are
      *> exceptions, 8 when the proof or the statement itself does
      *> not balance.  Same fail-closed billing-operations
      *> authorization as telrtn.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telbrec.
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
           SELECT BANKSTMT ASSIGN TO
                "BANKSTMT.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS BKS-STATUS
                .
           SELECT BANKBOOK ASSIGN TO
                "BANKBOOK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS BANKBOOK-STATUS
                .
           SELECT BRECOPEN ASSIGN TO
                "BRECOPEN.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS BRO-STATUS
                .
           SELECT BRECRPT  ASSIGN TO
                "TELBREC.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS BRECRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  BANKSTMT.
           COPY CBBKSTMT.
       FD  BANKBOOK.
           COPY CBBANKBK.
       FD  BRECOPEN.
           COPY CBBRECOP.
       FD  BRECRPT.
       01  BRECRPT-REC       PIC X(110).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  BKS-STATUS        PIC XX      VALUE "00".
       01  BANKBOOK-STATUS   PIC XX      VALUE "00".
       01  BRO-STATUS        PIC XX      VALUE "00".
       01  BRECRPT-STATUS    PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-ENV-VALUE      PIC X(12)   VALUE SPACES.
       01  WS-MATCH-DAYS     PIC 9(03)   VALUE 3.
       01  WS-TIMING-DAYS    PIC 9(03)   VALUE 5.

      *>  Where yesterday left off (the "*" row of BRECOPEN.DAT).
       01  WS-FIRST-RUN      PIC X       VALUE "Y".
           88  FIRST-RECONCILIATION     VALUE "Y".
       01  WS-LAST-STMT-DATE PIC 9(08)   VALUE ZERO.
       01  WS-PRIOR-BANK-BAL PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-BOOK-BAL       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-BOOK-ROWS      PIC 9(09)   VALUE ZERO.

      *>  Today's statement.
       01  WS-HAVE-HEADER    PIC X       VALUE "N".
           88  STATEMENT-HAS-HEADER     VALUE "Y".
       01  WS-HAVE-TRAILER   PIC X       VALUE "N".
           88  STATEMENT-HAS-TRAILER    VALUE "Y".
       01  WS-STMT-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-STMT-DATE-INT  PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-OPEN-BAL       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-CLOSE-BAL      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-STMT-CREDITS   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-STMT-DEBITS    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-FOOTED-BAL     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-STMT-ITEMS     PIC 9(07)   VALUE ZERO.

      *>  Today's cash-book rows.
       01  WS-BOOK-ROWS-NOW  PIC 9(09)   VALUE ZERO.
       01  WS-BOOK-ROW-NO    PIC 9(09)   VALUE ZERO.
       01  WS-BOOK-NEW       PIC 9(07)   VALUE ZERO.
       01  WS-BOOK-NET       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-BOOK-RESTART   PIC X       VALUE "N".
           88  BOOK-FILE-RESTARTED      VALUE "Y".

      *>  Every item in play, carried and new, bank and book side.
       01  ITEM-TABLE.
           05  ITM-ENTRY OCCURS 3000 TIMES INDEXED BY ITM-IDX
                                                      ITM-IDX2.
               10  ITM-SIDE        PIC X(01).
               10  ITM-DIRECTION   PIC X(01).
               10  ITM-SOURCE      PIC X(01).
               10  ITM-REF         PIC X(12).
               10  ITM-AMOUNT      PIC 9(09)V99.
               10  ITM-ITEM-DATE   PIC 9(08).
               10  ITM-FIRST-SEEN  PIC 9(08).
               10  ITM-ACCT-NO     PIC 9(10).
               10  ITM-MATCHED     PIC X(01).
       01  WS-ITEM-COUNT     PIC 9(05)   VALUE ZERO.
       01  WS-ITEM-OVERFLOW  PIC 9(07)   VALUE ZERO.

      *>  Matching and the proof.
       01  WS-DATE-GAP       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-AGE-DAYS       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-MATCH-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-MATCH-TOT      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-REF-MATCHES    PIC 9(07)   VALUE ZERO.
       01  WS-DATE-MATCHES   PIC 9(07)   VALUE ZERO.
       01  WS-BANK-OPEN-CNT  PIC 9(07)   VALUE ZERO.
       01  WS-BOOK-OPEN-CNT  PIC 9(07)   VALUE ZERO.
       01  WS-TIMING-CNT     PIC 9(07)   VALUE ZERO.
       01  WS-EXCEPT-CNT     PIC 9(07)   VALUE ZERO.
       01  WS-BOOK-IN-OPEN   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-BOOK-OUT-OPEN  PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-BANK-IN-OPEN   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-BANK-OUT-OPEN  PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-ADJ-BANK-BAL   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-PROOF-DIFF     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-OUT-OF-BALANCE PIC X       VALUE "N".
           88  RECON-OUT-OF-BALANCE     VALUE "Y".

       01  WS-REFUSE-REASON  PIC X(50)   VALUE SPACES.
       01  WS-SIDE-WANTED    PIC X(01)   VALUE SPACE.
       01  WS-ITEM-KIND      PIC X(16)   VALUE SPACES.
       01  WS-ITEM-STATE     PIC X(12)   VALUE SPACES.
       01  WS-AMT-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-AGE-OUT        PIC ZZZ9.

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
           PERFORM READ-RUN-KNOBS
           OPEN OUTPUT BRECRPT
           MOVE "==== BANK RECONCILIATION -- OPERATING ACCOUNT ===="
             TO BRECRPT-REC
           WRITE BRECRPT-REC
           END-WRITE
           PERFORM LOAD-CARRIED-ITEMS
           PERFORM READ-BANK-STATEMENT
           IF WS-REFUSE-REASON = SPACES
               PERFORM TAKE-NEW-BOOK-ROWS
           END-IF
           IF WS-REFUSE-REASON = SPACES
           AND WS-ITEM-OVERFLOW > ZERO
               MOVE "MORE OPEN ITEMS THAN THE RUN TABLE HOLDS"
                 TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE SPACES TO BRECRPT-REC
               STRING "*** "                   DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                      " -- nothing reconciled ***"
                                               DELIMITED BY SIZE
                    INTO BRECRPT-REC
               END-STRING
               WRITE BRECRPT-REC
               END-WRITE
               CLOSE BRECRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FIRST-RECONCILIATION
               MOVE WS-OPEN-BAL TO WS-BOOK-BAL
           END-IF
           ADD WS-BOOK-NET TO WS-BOOK-BAL
           PERFORM MATCH-ON-REFERENCE
           PERFORM MATCH-ON-AMOUNT-AND-DATE
           PERFORM WRITE-STATEMENT-SECTION
           PERFORM WRITE-MATCHED-SECTION
           MOVE "K" TO WS-SIDE-WANTED
           PERFORM WRITE-OPEN-ITEMS-SECTION
           MOVE "B" TO WS-SIDE-WANTED
           PERFORM WRITE-OPEN-ITEMS-SECTION
           PERFORM WRITE-PROOF-SECTION
           PERFORM SAVE-CARRIED-ITEMS
           CLOSE BRECRPT
           EVALUATE TRUE
               WHEN RECON-OUT-OF-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPT-CNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

      *>  Same fail-closed billing-operations check as telrtn.
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
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_BREC_MATCH_DAYS"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-MATCH-DAYS
           END-IF
           MOVE "TELCO_BREC_MATCH_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-MATCH-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE
               FROM ENVIRONMENT "TELCO_BREC_TIMING_DAYS"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-TIMING-DAYS
           END-IF
           MOVE "TELCO_BREC_TIMING_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-TIMING-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  Yesterday's position and the items it left open.  No file
      *>  means this is the first reconciliation.
       LOAD-CARRIED-ITEMS.
           OPEN INPUT BRECOPEN
           IF BRO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ BRECOPEN
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN BRO-CONTROL
                       MOVE "N"                TO WS-FIRST-RUN
                       MOVE BRC-LAST-STMT-DATE TO WS-LAST-STMT-DATE
                       MOVE BRC-BANK-BALANCE   TO WS-PRIOR-BANK-BAL
                       MOVE BRC-BOOK-BALANCE   TO WS-BOOK-BAL
                       MOVE BRC-BOOK-ROWS      TO WS-BOOK-ROWS
                   WHEN BRO-BANK-ITEM
                   WHEN BRO-BOOK-ITEM
                       PERFORM CLAIM-ITEM-SLOT
                       IF WS-ITEM-OVERFLOW = ZERO
                           MOVE BRO-SIDE       TO ITM-SIDE (ITM-IDX)
                           MOVE BRO-DIRECTION
                             TO ITM-DIRECTION (ITM-IDX)
                           MOVE BRO-SOURCE     TO ITM-SOURCE (ITM-IDX)
                           MOVE BRO-REF        TO ITM-REF (ITM-IDX)
                           MOVE BRO-AMOUNT     TO ITM-AMOUNT (ITM-IDX)
                           MOVE BRO-ITEM-DATE
                             TO ITM-ITEM-DATE (ITM-IDX)
                           MOVE BRO-FIRST-SEEN
                             TO ITM-FIRST-SEEN (ITM-IDX)
                           MOVE BRO-ACCT-NO    TO ITM-ACCT-NO (ITM-IDX)
                       END-IF
               END-EVALUATE
           END-PERFORM
           CLOSE BRECOPEN
           .

      *>  The next free slot, or the overflow count raised -- a run
      *>  that cannot hold every item refuses rather than drop one.
       CLAIM-ITEM-SLOT.
           IF WS-ITEM-COUNT >= 3000
               ADD 1 TO WS-ITEM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           SET ITM-IDX TO WS-ITEM-COUNT
           MOVE SPACES TO ITM-ENTRY (ITM-IDX)
           MOVE ZERO   TO ITM-AMOUNT (ITM-IDX) ITM-ITEM-DATE (ITM-IDX)
                          ITM-FIRST-SEEN (ITM-IDX) ITM-ACCT-NO (ITM-IDX)
           MOVE "N"    TO ITM-MATCHED (ITM-IDX)
           .

       READ-BANK-STATEMENT.
           OPEN INPUT BANKSTMT
           IF BKS-STATUS NOT = "00"
               MOVE "BANKSTMT.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ BANKSTMT
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN BKS-HEADER
                       SET STATEMENT-HAS-HEADER TO TRUE
                       MOVE BKS-STMT-DATE TO WS-STMT-DATE
                       MOVE BKS-BALANCE   TO WS-OPEN-BAL
                   WHEN BKS-TRAILER
                       SET STATEMENT-HAS-TRAILER TO TRUE
                       MOVE BKS-BALANCE   TO WS-CLOSE-BAL
                   WHEN BKS-DETAIL
                       PERFORM TAKE-ONE-BANK-ITEM
               END-EVALUATE
           END-PERFORM
           CLOSE BANKSTMT
           IF NOT STATEMENT-HAS-HEADER
           OR WS-STMT-DATE NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD (WS-STMT-DATE) NOT = ZERO
               MOVE "STATEMENT HAS NO VALID HEADER"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT FIRST-RECONCILIATION
           AND WS-STMT-DATE NOT > WS-LAST-STMT-DATE
               MOVE "STATEMENT DATE ALREADY RECONCILED"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-STMT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-STMT-DATE)
           END-COMPUTE
           COMPUTE WS-FOOTED-BAL =
                   WS-OPEN-BAL + WS-STMT-CREDITS - WS-STMT-DEBITS
           END-COMPUTE
           IF NOT STATEMENT-HAS-TRAILER
               MOVE WS-FOOTED-BAL TO WS-CLOSE-BAL
           END-IF
           .

      *>  Credits in; debits and returned items out.  A bank item
      *>  first goes unmatched on the statement's own date.
       TAKE-ONE-BANK-ITEM.
           ADD 1 TO WS-STMT-ITEMS
           IF BKS-CREDIT
               ADD BKS-AMOUNT TO WS-STMT-CREDITS
           ELSE
               ADD BKS-AMOUNT TO WS-STMT-DEBITS
           END-IF
           PERFORM CLAIM-ITEM-SLOT
           IF WS-ITEM-OVERFLOW > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "K"            TO ITM-SIDE (ITM-IDX)
           IF BKS-CREDIT
               MOVE "C"        TO ITM-DIRECTION (ITM-IDX)
           ELSE
               MOVE "D"        TO ITM-DIRECTION (ITM-IDX)
           END-IF
           MOVE BKS-ITEM-TYPE  TO ITM-SOURCE (ITM-IDX)
           MOVE BKS-REF        TO ITM-REF (ITM-IDX)
           MOVE BKS-AMOUNT     TO ITM-AMOUNT (ITM-IDX)
           IF BKS-VALUE-DATE NUMERIC
               MOVE BKS-VALUE-DATE TO ITM-ITEM-DATE (ITM-IDX)
           END-IF
           MOVE BKS-STMT-DATE  TO ITM-FIRST-SEEN (ITM-IDX)
           .

      *>  The cash-book rows appended since the last run: the count
      *>  already taken is skipped.  A book file shorter than that
      *>  count has been started afresh, and is taken whole.
       TAKE-NEW-BOOK-ROWS.
           MOVE ZERO TO WS-BOOK-ROWS-NOW
           OPEN INPUT BANKBOOK
           IF BANKBOOK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ BANKBOOK
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-BOOK-ROWS-NOW
           END-PERFORM
           CLOSE BANKBOOK
           IF WS-BOOK-ROWS-NOW < WS-BOOK-ROWS
               SET BOOK-FILE-RESTARTED TO TRUE
               MOVE ZERO TO WS-BOOK-ROWS
           END-IF
           IF WS-BOOK-ROWS-NOW = WS-BOOK-ROWS
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BOOK-ROW-NO
           OPEN INPUT BANKBOOK
           PERFORM UNTIL 0 = 1
               READ BANKBOOK
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-BOOK-ROW-NO
               IF WS-BOOK-ROW-NO > WS-BOOK-ROWS
                   PERFORM TAKE-ONE-BOOK-ROW
               END-IF
           END-PERFORM
           CLOSE BANKBOOK
           MOVE WS-BOOK-ROWS-NOW TO WS-BOOK-ROWS
           .

       TAKE-ONE-BOOK-ROW.
           ADD 1 TO WS-BOOK-NEW
           IF BKB-MONEY-IN
               ADD BKB-AMOUNT TO WS-BOOK-NET
           ELSE
               SUBTRACT BKB-AMOUNT FROM WS-BOOK-NET
           END-IF
           PERFORM CLAIM-ITEM-SLOT
           IF WS-ITEM-OVERFLOW > ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "B"            TO ITM-SIDE (ITM-IDX)
           MOVE BKB-DIRECTION  TO ITM-DIRECTION (ITM-IDX)
           MOVE BKB-SOURCE     TO ITM-SOURCE (ITM-IDX)
           MOVE BKB-REF        TO ITM-REF (ITM-IDX)
           MOVE BKB-AMOUNT     TO ITM-AMOUNT (ITM-IDX)
           MOVE BKB-DATE       TO ITM-ITEM-DATE (ITM-IDX)
           MOVE WS-STMT-DATE   TO ITM-FIRST-SEEN (ITM-IDX)
           MOVE BKB-ACCT-NO    TO ITM-ACCT-NO (ITM-IDX)
           .

      *>  First pass: the reference the item travelled under, with
      *>  the same direction and amount.
       MATCH-ON-REFERENCE.
           PERFORM VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITEM-COUNT
               IF ITM-SIDE (ITM-IDX) = "K"
               AND ITM-MATCHED (ITM-IDX) = "N"
               AND ITM-REF (ITM-IDX) NOT = SPACES
                   PERFORM VARYING ITM-IDX2 FROM 1 BY 1
                           UNTIL ITM-IDX2 > WS-ITEM-COUNT
                           OR ITM-MATCHED (ITM-IDX) = "Y"
                       IF ITM-SIDE (ITM-IDX2) = "B"
                       AND ITM-MATCHED (ITM-IDX2) = "N"
                       AND ITM-DIRECTION (ITM-IDX2)
                           = ITM-DIRECTION (ITM-IDX)
                       AND ITM-AMOUNT (ITM-IDX2) = ITM-AMOUNT (ITM-IDX)
                       AND ITM-REF (ITM-IDX2) = ITM-REF (ITM-IDX)
                           PERFORM PAIR-THE-ITEMS
                           ADD 1 TO WS-REF-MATCHES
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *>  Second pass, for what the bank reports under its own
      *>  numbers: the same direction and amount, dated close
      *>  enough together.
       MATCH-ON-AMOUNT-AND-DATE.
           PERFORM VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITEM-COUNT
               IF ITM-SIDE (ITM-IDX) = "K"
               AND ITM-MATCHED (ITM-IDX) = "N"
                   PERFORM VARYING ITM-IDX2 FROM 1 BY 1
                           UNTIL ITM-IDX2 > WS-ITEM-COUNT
                           OR ITM-MATCHED (ITM-IDX) = "Y"
                       IF ITM-SIDE (ITM-IDX2) = "B"
                       AND ITM-MATCHED (ITM-IDX2) = "N"
                       AND ITM-DIRECTION (ITM-IDX2)
                           = ITM-DIRECTION (ITM-IDX)
                       AND ITM-AMOUNT (ITM-IDX2) = ITM-AMOUNT (ITM-IDX)
                           PERFORM MEASURE-DATE-GAP
                           IF WS-DATE-GAP NOT > WS-MATCH-DAYS
                               PERFORM PAIR-THE-ITEMS
                               ADD 1 TO WS-DATE-MATCHES
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *>  Days between the two items' own dates, either way round;
      *>  an item without a usable date is taken at the date it
      *>  first went unmatched.
       MEASURE-DATE-GAP.
           IF ITM-ITEM-DATE (ITM-IDX) = ZERO
           OR FUNCTION TEST-DATE-YYYYMMDD (ITM-ITEM-DATE (ITM-IDX))
              NOT = ZERO
               MOVE ITM-FIRST-SEEN (ITM-IDX) TO ITM-ITEM-DATE (ITM-IDX)
           END-IF
           IF ITM-ITEM-DATE (ITM-IDX2) = ZERO
           OR FUNCTION TEST-DATE-YYYYMMDD (ITM-ITEM-DATE (ITM-IDX2))
              NOT = ZERO
               MOVE ITM-FIRST-SEEN (ITM-IDX2)
                 TO ITM-ITEM-DATE (ITM-IDX2)
           END-IF
           COMPUTE WS-DATE-GAP =
                   FUNCTION INTEGER-OF-DATE (ITM-ITEM-DATE (ITM-IDX))
                 - FUNCTION INTEGER-OF-DATE (ITM-ITEM-DATE (ITM-IDX2))
           END-COMPUTE
           IF WS-DATE-GAP < ZERO
               COMPUTE WS-DATE-GAP = ZERO - WS-DATE-GAP
               END-COMPUTE
           END-IF
           .

       PAIR-THE-ITEMS.
           MOVE "Y" TO ITM-MATCHED (ITM-IDX) ITM-MATCHED (ITM-IDX2)
           ADD 1 TO WS-MATCH-COUNT
           IF ITM-DIRECTION (ITM-IDX) = "C"
               ADD ITM-AMOUNT (ITM-IDX) TO WS-MATCH-TOT
           ELSE
               SUBTRACT ITM-AMOUNT (ITM-IDX) FROM WS-MATCH-TOT
           END-IF
           .

       WRITE-STATEMENT-SECTION.
           MOVE SPACES TO BRECRPT-REC
           STRING "Statement date: "        DELIMITED BY SIZE
                  WS-STMT-DATE              DELIMITED BY SIZE
                  "   Operator: "           DELIMITED BY SIZE
                  WS-OPERATOR-ID            DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-OPEN-BAL TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "Opening balance:       " DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-STMT-CREDITS TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "Credits:               " DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-STMT-DEBITS TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "Debits:                " DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-CLOSE-BAL TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "Closing balance:       " DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           IF NOT STATEMENT-HAS-TRAILER
               MOVE "*** No trailer on BANKSTMT.DAT -- closing "
                  & "balance taken as footed ***" TO BRECRPT-REC
               WRITE BRECRPT-REC
               END-WRITE
           END-IF
           IF WS-FOOTED-BAL NOT = WS-CLOSE-BAL
               SET RECON-OUT-OF-BALANCE TO TRUE
               MOVE WS-FOOTED-BAL TO WS-AMT-OUT
               MOVE SPACES TO BRECRPT-REC
               STRING "*** STATEMENT DOES NOT FOOT -- items give "
                                            DELIMITED BY SIZE
                      WS-AMT-OUT            DELIMITED BY SIZE
                      " ***"                DELIMITED BY SIZE
                    INTO BRECRPT-REC
               END-STRING
               WRITE BRECRPT-REC
               END-WRITE
           END-IF
           IF NOT FIRST-RECONCILIATION
           AND WS-OPEN-BAL NOT = WS-PRIOR-BANK-BAL
               SET RECON-OUT-OF-BALANCE TO TRUE
               MOVE WS-PRIOR-BANK-BAL TO WS-AMT-OUT
               MOVE SPACES TO BRECRPT-REC
               STRING "*** OPENING BALANCE BREAK -- last statement "
                                            DELIMITED BY SIZE
                      WS-LAST-STMT-DATE     DELIMITED BY SIZE
                      " closed at "         DELIMITED BY SIZE
                      WS-AMT-OUT            DELIMITED BY SIZE
                      " ***"                DELIMITED BY SIZE
                    INTO BRECRPT-REC
               END-STRING
               WRITE BRECRPT-REC
               END-WRITE
           END-IF
           IF FIRST-RECONCILIATION
               MOVE "First reconciliation -- book balance starts at "
                  & "the opening balance" TO BRECRPT-REC
               WRITE BRECRPT-REC
               END-WRITE
           END-IF
           IF BOOK-FILE-RESTARTED
               MOVE "*** BANKBOOK.DAT is shorter than the rows already"
                  & " taken -- taken whole ***" TO BRECRPT-REC
               WRITE BRECRPT-REC
               END-WRITE
           END-IF
           MOVE WS-BOOK-NEW TO WS-COUNT-OUT
           MOVE WS-BOOK-NET TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "New cash-book rows:    " DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                  "  ("                     DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  " items)"                 DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           .

       WRITE-MATCHED-SECTION.
           MOVE SPACES TO BRECRPT-REC
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-MATCH-COUNT TO WS-COUNT-OUT
           MOVE WS-MATCH-TOT   TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "Matched book to bank:  " DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                  "  ("                     DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  " items)"                 DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-REF-MATCHES TO WS-COUNT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  on reference:        " DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-DATE-MATCHES TO WS-COUNT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  on amount and date:  " DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           .

      *>  The unmatched items of one side (WS-SIDE-WANTED), each
      *>  aged from the day it first went unmatched and totalled
      *>  into the proof.
       WRITE-OPEN-ITEMS-SECTION.
           MOVE SPACES TO BRECRPT-REC
           WRITE BRECRPT-REC
           END-WRITE
           IF WS-SIDE-WANTED = "K"
               MOVE "Bank items not on the books:" TO BRECRPT-REC
           ELSE
               MOVE "Book items not through the bank:" TO BRECRPT-REC
           END-IF
           WRITE BRECRPT-REC
           END-WRITE
           PERFORM VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITEM-COUNT
               IF ITM-SIDE (ITM-IDX) = WS-SIDE-WANTED
               AND ITM-MATCHED (ITM-IDX) = "N"
                   PERFORM WRITE-ONE-OPEN-ITEM
               END-IF
           END-PERFORM
           IF WS-SIDE-WANTED = "K"
               MOVE WS-BANK-OPEN-CNT TO WS-COUNT-OUT
           ELSE
               MOVE WS-BOOK-OPEN-CNT TO WS-COUNT-OUT
           END-IF
           MOVE SPACES TO BRECRPT-REC
           STRING "  Items open: "         DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           .

       WRITE-ONE-OPEN-ITEM.
           COMPUTE WS-AGE-DAYS = WS-STMT-DATE-INT
                 - FUNCTION INTEGER-OF-DATE (ITM-FIRST-SEEN (ITM-IDX))
           END-COMPUTE
           IF WS-AGE-DAYS > WS-TIMING-DAYS
               MOVE "EXCEPTION" TO WS-ITEM-STATE
               ADD 1 TO WS-EXCEPT-CNT
           ELSE
               MOVE "timing"    TO WS-ITEM-STATE
               ADD 1 TO WS-TIMING-CNT
           END-IF
           IF ITM-SIDE (ITM-IDX) = "K"
               ADD 1 TO WS-BANK-OPEN-CNT
               IF ITM-DIRECTION (ITM-IDX) = "C"
                   ADD ITM-AMOUNT (ITM-IDX) TO WS-BANK-IN-OPEN
               ELSE
                   ADD ITM-AMOUNT (ITM-IDX) TO WS-BANK-OUT-OPEN
               END-IF
               EVALUATE ITM-SOURCE (ITM-IDX)
                   WHEN "C"
                       MOVE "bank credit"     TO WS-ITEM-KIND
                   WHEN "R"
                       MOVE "returned item"   TO WS-ITEM-KIND
                   WHEN OTHER
                       MOVE "bank debit"      TO WS-ITEM-KIND
               END-EVALUATE
           ELSE
               ADD 1 TO WS-BOOK-OPEN-CNT
               IF ITM-DIRECTION (ITM-IDX) = "C"
                   ADD ITM-AMOUNT (ITM-IDX) TO WS-BOOK-IN-OPEN
               ELSE
                   ADD ITM-AMOUNT (ITM-IDX) TO WS-BOOK-OUT-OPEN
               END-IF
               EVALUATE ITM-SOURCE (ITM-IDX)
                   WHEN "L"
                       MOVE "lockbox deposit" TO WS-ITEM-KIND
                   WHEN "A"
                       MOVE "autopay debits"  TO WS-ITEM-KIND
                   WHEN "P"
                       IF ITM-DIRECTION (ITM-IDX) = "C"
                           MOVE "deposit receipt" TO WS-ITEM-KIND
                       ELSE
                           MOVE "deposit refund"  TO WS-ITEM-KIND
                       END-IF
                   WHEN "F"
                       MOVE "refund"          TO WS-ITEM-KIND
                   WHEN "N"
                       MOVE "returned item"   TO WS-ITEM-KIND
                   WHEN OTHER
                       MOVE "book item"       TO WS-ITEM-KIND
               END-EVALUATE
           END-IF
           MOVE ITM-AMOUNT (ITM-IDX) TO WS-AMT-OUT
           IF ITM-DIRECTION (ITM-IDX) = "D"
               COMPUTE WS-AMT-OUT = ZERO - ITM-AMOUNT (ITM-IDX)
               END-COMPUTE
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  "                     DELIMITED BY SIZE
                  WS-ITEM-KIND             DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ITM-REF (ITM-IDX)        DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ITM-ITEM-DATE (ITM-IDX)  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                  "  open "                DELIMITED BY SIZE
                  WS-AGE-OUT               DELIMITED BY SIZE
                  " days  "                DELIMITED BY SIZE
                  WS-ITEM-STATE            DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           .

      *>  Bank to book: what the books have that the bank has not
      *>  seen yet goes on, what the bank has that the books have
      *>  not goes off, and the result is the book balance.
       WRITE-PROOF-SECTION.
           COMPUTE WS-ADJ-BANK-BAL = WS-CLOSE-BAL
                 + WS-BOOK-IN-OPEN  - WS-BOOK-OUT-OPEN
                 - WS-BANK-IN-OPEN  + WS-BANK-OUT-OPEN
           END-COMPUTE
           COMPUTE WS-PROOF-DIFF = WS-ADJ-BANK-BAL - WS-BOOK-BAL
           END-COMPUTE
           MOVE SPACES TO BRECRPT-REC
           WRITE BRECRPT-REC
           END-WRITE
           MOVE "Book-to-bank proof:" TO BRECRPT-REC
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-CLOSE-BAL TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  Bank closing balance         "
                                            DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-BOOK-IN-OPEN TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  + book receipts in transit   "
                                            DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-BOOK-OUT-OPEN TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  - book payments outstanding  "
                                            DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-BANK-IN-OPEN TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  - bank credits not booked    "
                                            DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-BANK-OUT-OPEN TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  + bank debits not booked     "
                                            DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-ADJ-BANK-BAL TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  = Adjusted bank balance      "
                                            DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-BOOK-BAL TO WS-AMT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  Book balance                 "
                                            DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-TIMING-CNT TO WS-COUNT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  Timing differences carried:  "
                                            DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           MOVE WS-EXCEPT-CNT TO WS-COUNT-OUT
           MOVE SPACES TO BRECRPT-REC
           STRING "  Exceptions to clear:         "
                                            DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                INTO BRECRPT-REC
           END-STRING
           WRITE BRECRPT-REC
           END-WRITE
           IF WS-PROOF-DIFF = ZERO
               MOVE "BOOK TO BANK PROVED" TO BRECRPT-REC
           ELSE
               SET RECON-OUT-OF-BALANCE TO TRUE
               MOVE WS-PROOF-DIFF TO WS-AMT-OUT
               MOVE SPACES TO BRECRPT-REC
               STRING "*** BOOK TO BANK OUT OF BALANCE BY "
                                            DELIMITED BY SIZE
                      WS-AMT-OUT            DELIMITED BY SIZE
                      " -- DO NOT SIGN OFF ***"
                                            DELIMITED BY SIZE
                    INTO BRECRPT-REC
               END-STRING
           END-IF
           WRITE BRECRPT-REC
           END-WRITE
           .

      *>  Tomorrow's starting point: the position, then every item
      *>  still unmatched with the date it first went unmatched.
       SAVE-CARRIED-ITEMS.
           OPEN OUTPUT BRECOPEN
           IF BRO-STATUS NOT = "00"
               MOVE "*** BRECOPEN.DAT not writable -- open items "
                  & "not carried forward ***" TO BRECRPT-REC
               WRITE BRECRPT-REC
               END-WRITE
               SET RECON-OUT-OF-BALANCE TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES         TO BRECOPEN-REC
           MOVE "*"            TO BRO-SIDE
           MOVE WS-STMT-DATE   TO BRC-LAST-STMT-DATE
           MOVE WS-CLOSE-BAL   TO BRC-BANK-BALANCE
           MOVE WS-BOOK-BAL    TO BRC-BOOK-BALANCE
           MOVE WS-BOOK-ROWS   TO BRC-BOOK-ROWS
           WRITE BRECOPEN-REC
           END-WRITE
           PERFORM VARYING ITM-IDX FROM 1 BY 1
                   UNTIL ITM-IDX > WS-ITEM-COUNT
               IF ITM-MATCHED (ITM-IDX) = "N"
                   MOVE SPACES                  TO BRECOPEN-REC
                   MOVE ITM-SIDE (ITM-IDX)      TO BRO-SIDE
                   MOVE ITM-DIRECTION (ITM-IDX) TO BRO-DIRECTION
                   MOVE ITM-SOURCE (ITM-IDX)    TO BRO-SOURCE
                   MOVE ITM-REF (ITM-IDX)       TO BRO-REF
                   MOVE ITM-AMOUNT (ITM-IDX)    TO BRO-AMOUNT
                   MOVE ITM-ITEM-DATE (ITM-IDX) TO BRO-ITEM-DATE
                   MOVE ITM-FIRST-SEEN (ITM-IDX) TO BRO-FIRST-SEEN
                   MOVE ITM-ACCT-NO (ITM-IDX)   TO BRO-ACCT-NO
                   WRITE BRECOPEN-REC
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE BRECOPEN
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELBREC" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telbrec.
