      *>
      *> telsoa.cob -- statement of account.  A business customer's
      *> payables department reconciles us against its own ledger,
      *> and asks for every invoice, payment, credit and write-off
      *> on the account with a running balance; INVREG.DAT holds
      *> each document as it stands today, not the history of how
      *> it got there.  This run rebuilds that history the way
      *> telarrf does for AR as a whole, each movement dated off
      *> the record that carries it:
      *>
      *>   - invoices at their issue date (net of any late charge
      *>     and deposit applied, which follow as movements of
      *>     their own), credit memos and credit-balance transfers
      *>     (INVREG.DAT document types "C" and "T");
      *>   - payments applied by telpay at their posting date, and
      *>     items the bank returned at the return date
      *>     (PAYAPPL.DAT);
      *>   - write-offs (INV-WOFF-*) and refunds and escheatments
      *>     (INV-SETTLE-*).
      *>
      *> An invoice held back from the customer -- below the
      *> minimum bill (INV-FWD-HELD) or stopped by the bill-shock
      *> review (INV-REVIEW-HELD) -- is still on the register and
      *> still in the balance, so it is listed like any other,
      *> marked (HELD) or (IN REVIEW) in the reference column;
      *> leaving it out would leave the statement unable to prove
      *> against the register.
      *>
      *> Everything dated before the range is the opening balance;
      *> the range is listed date by date with the running balance
      *> down to the closing.  The closing is then proved against
      *> the register: the account's open balance today -- the
      *> figure telaging ages -- less whatever moved after the
      *> range.  A statement that does not prove is still produced
      *> but flagged on the run report, return code 8.
      *>
      *> Invoked:
      *>
      *>   telsoa ACCT   ACCTNO [FROM [TO]]
      *>   telsoa PARENT ACCTNO [FROM [TO]]
      *>   telsoa MONTHLY [YYYYMM]
      *>
      *> ACCT is one account's statement on request; PARENT is a
      *> corporate parent's across itself and every account billed
      *> under it (ACCT-PARENT-NO).  FROM and TO are YYYYMMDD,
      *> defaulting to the first of this month and today.  MONTHLY
      *> sends the month just ended (or the one named) to every
      *> account flagged ACCT-STMT-MONTHLY through telacct's STMT
      *> field -- a parent's across its children.  Each statement
      *> goes out by the account's ACCT-DELIVERY-PREF: paper to the
      *> SOAPRINT.TXT print stream (withheld while the mailing
      *> address is on hold), electronic to the SOAEBILL.DAT
      *> presentment extract, or both.  The run report, one line
      *> per statement with its proof, is TELSOA.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telsoa.
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
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT SORTFILE ASSIGN TO
                "SOASORT.TMP"
                .
           SELECT SOAPRINT ASSIGN TO
                "SOAPRINT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS SOAPRT-STATUS
                .
           SELECT SOAEBILL ASSIGN TO
                "SOAEBILL.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS SOAEB-STATUS
                .
           SELECT SOARPT   ASSIGN TO
                "TELSOA.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS SOARPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  INVREG.
           COPY CBINVREG.
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  ACCT-MASTER.
           COPY CBACCT.
      *>  One dated movement for one statement.  SRT-SEQ keeps a
      *>  document's own movements in a fixed order within the day.
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-STMT-NO         PIC 9(05).
           05  SRT-DATE            PIC 9(08).
           05  SRT-DOC-NO          PIC 9(08).
           05  SRT-SEQ             PIC 9(01).
           05  SRT-ACCT-NO         PIC 9(10).
           05  SRT-REF             PIC X(12).
           05  SRT-DESC            PIC X(24).
           05  SRT-AMT             PIC S9(09)V99.
       FD  SOAPRINT.
       01  SOAPRINT-REC      PIC X(100).
       FD  SOAEBILL.
       01  SOAEBILL-REC      PIC X(120).
       FD  SOARPT.
       01  SOARPT-REC        PIC X(110).

       WORKING-STORAGE SECTION.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  SOAPRT-STATUS     PIC XX      VALUE "00".
       01  SOAEB-STATUS      PIC XX      VALUE "00".
       01  SOARPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-MODE           PIC X(08)   VALUE SPACES.
       01  WS-ARG-1          PIC X(10)   VALUE SPACES.
       01  WS-ARG-2          PIC X(08)   VALUE SPACES.
       01  WS-ARG-3          PIC X(08)   VALUE SPACES.
       01  WS-STMT-ACCT      PIC 9(10)   VALUE ZERO.
       01  WS-FAIL-REASON    PIC X(50)   VALUE SPACES.

      *>  The statement range.  A monthly run compares against
      *>  YYYYMM01/YYYYMM31 whatever the month's length.
       01  WS-FROM-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-TO-DATE        PIC 9(08)   VALUE ZERO.
       01  WS-SEL-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-SEL-PERIOD-X REDEFINES WS-SEL-PERIOD.
           05  WS-SEL-YEAR   PIC 9(04).
           05  WS-SEL-MONTH  PIC 9(02).

      *>  The statements this run produces, in account order (the
      *>  master reads in key order), so the register and payment
      *>  sweeps find them by SEARCH ALL.  Unused slots keep the
      *>  high key.  ST-OPEN-NOW is the register's open balance
      *>  today across the statement's accounts.
       01  STATEMENT-TABLE.
           05  ST-ENTRY OCCURS 5000 TIMES
                        ASCENDING KEY IS ST-ACCT-NO
                        INDEXED BY ST-IDX.
               10  ST-ACCT-NO      PIC 9(10)     VALUE 9999999999.
               10  ST-SCOPE        PIC X(01)     VALUE "A".
                   88  ST-PARENT-SCOPE           VALUE "P".
               10  ST-DONE         PIC X(01)     VALUE "N".
                   88  ST-WRITTEN                VALUE "Y".
               10  ST-OPEN-NOW     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-STMT-COUNT     PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-STMT-OVERFLOW  PIC 9(07)   COMP-5 VALUE ZERO.

      *>  Accounts billed under a parent whose statement spans its
      *>  children, in account order: the child and the parent's
      *>  slot in the statement table.
       01  CHILD-TABLE.
           05  CH-ENTRY OCCURS 20000 TIMES
                        ASCENDING KEY IS CH-ACCT-NO
                        INDEXED BY CH-IDX.
               10  CH-ACCT-NO      PIC 9(10)     VALUE 9999999999.
               10  CH-STMT-NO      PIC 9(05)     VALUE ZERO.
       01  WS-CHILD-COUNT    PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-CHILD-OVERFLOW PIC 9(07)   COMP-5 VALUE ZERO.

       01  WS-LOOK-ACCT      PIC 9(10)   VALUE ZERO.
       01  WS-FOUND          PIC X       VALUE "N".
           88  STATEMENT-FOUND          VALUE "Y".
       01  WS-TARGET-COUNT   PIC 9(01)   COMP-5 VALUE ZERO.
       01  WS-TARGET-X       PIC 9(01)   COMP-5 VALUE ZERO.
       01  WS-TARGETS.
           05  WS-TARGET     PIC 9(05)   OCCURS 2 TIMES.
       01  WS-OPEN-BAL       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-PAL-OPEN       PIC X       VALUE "N".
           88  PAL-FILE-OPEN             VALUE "Y".

      *>  The statement being written.
       01  WS-SORT-EOF       PIC X       VALUE "N".
           88  SORT-AT-END               VALUE "Y".
       01  WS-CUR-STMT       PIC 9(05)   VALUE ZERO.
       01  WS-OPENING-SW     PIC X       VALUE "N".
           88  OPENING-SHOWN             VALUE "Y".
       01  WS-OPENING-BAL    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-RUN-BAL        PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-AFTER-TOT      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-REG-CLOSING    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-UNEXPLAINED    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-STMT-MOVES     PIC 9(05)   VALUE ZERO.
       01  WS-TO-PAPER       PIC X       VALUE "N".
           88  SEND-PAPER                VALUE "Y".
       01  WS-TO-EBILL       PIC X       VALUE "N".
           88  SEND-EBILL                VALUE "Y".
       01  WS-PAPER-HELD     PIC X       VALUE "N".
           88  PAPER-WITHHELD            VALUE "Y".

      *>  Run totals.
       01  WS-STMT-WRITTEN   PIC 9(05)   VALUE ZERO.
       01  WS-PRINTED-COUNT  PIC 9(05)   VALUE ZERO.
       01  WS-EBILLED-COUNT  PIC 9(05)   VALUE ZERO.
       01  WS-WITHHELD-COUNT PIC 9(05)   VALUE ZERO.
       01  WS-NOPROOF-COUNT  PIC 9(05)   VALUE ZERO.
       01  WS-EBILL-DOCS     PIC 9(07)   VALUE ZERO.
       01  WS-EBILL-HASH     PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-EBILL-AMT      PIC -9(09).99.
       01  WS-EBILL-BAL      PIC -9(09).99.
       01  WS-EBILL-HASH-OUT PIC -9(13).99.
       01  WS-EBILL-CNT-OUT  PIC 9(07).

      *>  Statement lines: one movement, or the opening/closing
      *>  balance with the movement columns left blank.
       01  STMT-DETAIL-LINE.
           05  SDL-DATE      PIC X(08).
           05                PIC X(02).
           05  SDL-DOC-NO    PIC X(08).
           05                PIC X(02).
           05  SDL-ACCT-NO   PIC X(10).
           05                PIC X(02).
           05  SDL-DESC      PIC X(24).
           05                PIC X(01).
           05  SDL-REF       PIC X(12).
           05                PIC X(01).
           05  SDL-AMT-OUT   PIC -ZZ,ZZZ,ZZ9.99.
           05                PIC X(02).
           05  SDL-BAL-OUT   PIC -ZZ,ZZZ,ZZ9.99.
       01  STMT-COLUMN-HEADER.
           05  PIC X(10) VALUE "Date".
           05  PIC X(10) VALUE "Document".
           05  PIC X(12) VALUE "Account".
           05  PIC X(25) VALUE "Description".
           05  PIC X(13) VALUE "Reference".
           05  PIC X(14) VALUE "        Amount".
           05  PIC X(02) VALUE SPACES.
           05  PIC X(14) VALUE "       Balance".

      *>  Run report: one line per statement.
       01  RPT-DETAIL-LINE.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-ACCT-NO   PIC 9(10).
           05                PIC X(02)   VALUE SPACES.
           05  RDL-SCOPE     PIC X(07).
           05                PIC X(01)   VALUE SPACES.
           05  RDL-MOVES     PIC ZZ,ZZ9.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-OPEN-OUT  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-CLOSE-OUT PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  RDL-DELIV     PIC X(10).
           05                PIC X(02)   VALUE SPACES.
           05  RDL-PROOF     PIC X(24).
       01  RPT-HEADER-1      PIC X(110)  VALUE
           "  Account     Scope    Lines           Opening       "
         & "       Closing  Delivery    Proof".

       01  WS-AMT-OUT        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           OPEN OUTPUT SOARPT
           PERFORM PARSE-COMMAND-LINE
           IF WS-FAIL-REASON = SPACES
               OPEN INPUT ACCT-MASTER
               IF ACCT-STATUS NOT = "00"
                   MOVE "ACCTMAST.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               ELSE
                   PERFORM BUILD-STATEMENT-LIST
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES
               OPEN INPUT INVREG
               IF INVREG-STATUS NOT = "00"
                   MOVE "INVREG.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO SOARPT-REC
               STRING "*** statement of account failed: "
                                                  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FAIL-REASON)
                                                  DELIMITED BY SIZE
                      " ***"                      DELIMITED BY SIZE
                    INTO SOARPT-REC
               END-STRING
               WRITE SOARPT-REC
               END-WRITE
               MOVE "*** usage: telsoa ACCT|PARENT ACCTNO [FROM [TO]]"
                  & " | MONTHLY [YYYYMM] ***" TO SOARPT-REC
               WRITE SOARPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE SOARPT
               STOP RUN
           END-IF
           PERFORM MAP-CHILD-ACCOUNTS
           OPEN OUTPUT SOAPRINT
           OPEN OUTPUT SOAEBILL
           PERFORM WRITE-RUN-HEADING
           SORT SORTFILE
               ON ASCENDING KEY SRT-STMT-NO
                                SRT-DATE
                                SRT-DOC-NO
                                SRT-SEQ
               INPUT PROCEDURE IS GATHER-MOVEMENTS
               OUTPUT PROCEDURE IS WRITE-STATEMENTS
           PERFORM WRITE-QUIET-STATEMENTS
           PERFORM WRITE-EBILL-TRAILER
           PERFORM WRITE-RUN-SUMMARY
           CLOSE INVREG
           CLOSE ACCT-MASTER
           CLOSE SOAPRINT
           CLOSE SOAEBILL
           CLOSE SOARPT
           STOP RUN
           .

      *>  The mode and its range.  An on-request statement runs
      *>  from the first of this month to today unless told
      *>  otherwise; the monthly run covers the month just ended.
       PARSE-COMMAND-LINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE
                    WS-ARG-1
                    WS-ARG-2
                    WS-ARG-3
           END-UNSTRING
           EVALUATE WS-MODE
               WHEN "ACCT"
               WHEN "PARENT"
                   IF WS-ARG-1 = SPACES
                       MOVE "ACCOUNT NUMBER REQUIRED" TO WS-FAIL-REASON
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-STMT-ACCT = FUNCTION NUMVAL (WS-ARG-1)
                   END-COMPUTE
                   MOVE WS-TODAY (1:6) TO WS-SEL-PERIOD
                   COMPUTE WS-FROM-DATE = WS-SEL-PERIOD * 100 + 1
                   END-COMPUTE
                   MOVE WS-TODAY TO WS-TO-DATE
                   IF WS-ARG-2 NOT = SPACES
                       IF WS-ARG-2 IS NUMERIC
                           MOVE WS-ARG-2 TO WS-FROM-DATE
                       ELSE
                           MOVE "FROM MUST BE YYYYMMDD"
                             TO WS-FAIL-REASON
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   IF WS-ARG-3 NOT = SPACES
                       IF WS-ARG-3 IS NUMERIC
                           MOVE WS-ARG-3 TO WS-TO-DATE
                       ELSE
                           MOVE "TO MUST BE YYYYMMDD" TO WS-FAIL-REASON
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               WHEN "MONTHLY"
                   IF WS-ARG-1 NOT = SPACES
                       IF WS-ARG-1 (1:6) IS NUMERIC
                       AND WS-ARG-1 (7:) = SPACES
                           MOVE WS-ARG-1 (1:6) TO WS-SEL-PERIOD
                       ELSE
                           MOVE "PERIOD MUST BE YYYYMM"
                             TO WS-FAIL-REASON
                           EXIT PARAGRAPH
                       END-IF
                   ELSE
                       MOVE WS-TODAY (1:6) TO WS-SEL-PERIOD
                       IF WS-SEL-MONTH = 1
                           COMPUTE WS-SEL-PERIOD =
                                   (WS-SEL-YEAR - 1) * 100 + 12
                           END-COMPUTE
                       ELSE
                           SUBTRACT 1 FROM WS-SEL-PERIOD
                       END-IF
                   END-IF
                   IF WS-SEL-MONTH < 1 OR WS-SEL-MONTH > 12
                       MOVE "PERIOD MUST BE YYYYMM" TO WS-FAIL-REASON
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-FROM-DATE = WS-SEL-PERIOD * 100 + 1
                   END-COMPUTE
                   COMPUTE WS-TO-DATE = WS-SEL-PERIOD * 100 + 31
                   END-COMPUTE
               WHEN OTHER
                   MOVE "MODE MUST BE ACCT, PARENT OR MONTHLY"
                     TO WS-FAIL-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE "FROM IS AFTER TO" TO WS-FAIL-REASON
           END-IF
           .

      *>  One statement on request, or one per account flagged for
      *>  the monthly statement.
       BUILD-STATEMENT-LIST.
           IF WS-MODE = "MONTHLY"
               MOVE ZERO TO ACCT-NO
               START ACCT-MASTER KEY IS NOT LESS THAN ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ ACCT-MASTER NEXT RECORD
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF ACCT-STMT-MONTHLY
                               PERFORM ADD-STATEMENT
                           END-IF
                       END-PERFORM
               END-START
           ELSE
               MOVE WS-STMT-ACCT TO ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-FAIL-REASON
                   NOT INVALID KEY
                       PERFORM ADD-STATEMENT
               END-READ
           END-IF
           .

       ADD-STATEMENT.
           IF WS-STMT-COUNT NOT < 5000
               ADD 1 TO WS-STMT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STMT-COUNT
           SET ST-IDX TO WS-STMT-COUNT
           MOVE ACCT-NO TO ST-ACCT-NO (ST-IDX)
           IF WS-MODE = "PARENT"
               MOVE "P" TO ST-SCOPE (ST-IDX)
           ELSE
               MOVE "A" TO ST-SCOPE (ST-IDX)
           END-IF
           MOVE "N"  TO ST-DONE (ST-IDX)
           MOVE ZERO TO ST-OPEN-NOW (ST-IDX)
           .

      *>  The accounts billed under each parent statement.  A
      *>  monthly statement for an account that turns out to have
      *>  children becomes its parent statement; on request, only
      *>  PARENT spans the children.
       MAP-CHILD-ACCOUNTS.
           IF WS-STMT-COUNT = ZERO
           OR WS-MODE = "ACCT"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ACCT-NO
           START ACCT-MASTER KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ ACCT-MASTER NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF ACCT-PARENT-NO NOT = ZERO
                       AND ACCT-PARENT-NO NOT = ACCT-NO
                           MOVE ACCT-PARENT-NO TO WS-LOOK-ACCT
                           PERFORM FIND-STATEMENT
                           IF STATEMENT-FOUND
                               PERFORM ADD-CHILD-ACCOUNT
                           END-IF
                       END-IF
                   END-PERFORM
           END-START
           .

       ADD-CHILD-ACCOUNT.
           MOVE "P" TO ST-SCOPE (ST-IDX)
           IF WS-CHILD-COUNT NOT < 20000
               ADD 1 TO WS-CHILD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHILD-COUNT
           SET CH-IDX TO WS-CHILD-COUNT
           MOVE ACCT-NO TO CH-ACCT-NO (CH-IDX)
           SET CH-STMT-NO (CH-IDX) TO ST-IDX
           .

       FIND-STATEMENT.
           MOVE "N" TO WS-FOUND
           IF WS-STMT-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL ST-ENTRY
               AT END
                   CONTINUE
               WHEN ST-ACCT-NO (ST-IDX) = WS-LOOK-ACCT
                   SET STATEMENT-FOUND TO TRUE
           END-SEARCH
           .

      *>  Which statements a document on WS-LOOK-ACCT belongs to:
      *>  the account's own, and its parent's when the parent's
      *>  statement spans its children.
       FIND-TARGET-STATEMENTS.
           MOVE ZERO TO WS-TARGET-COUNT
           PERFORM FIND-STATEMENT
           IF STATEMENT-FOUND
               ADD 1 TO WS-TARGET-COUNT
               SET WS-TARGET (WS-TARGET-COUNT) TO ST-IDX
           END-IF
           IF WS-CHILD-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL CH-ENTRY
               AT END
                   CONTINUE
               WHEN CH-ACCT-NO (CH-IDX) = WS-LOOK-ACCT
                   ADD 1 TO WS-TARGET-COUNT
                   MOVE CH-STMT-NO (CH-IDX)
                     TO WS-TARGET (WS-TARGET-COUNT)
           END-SEARCH
           .

      *>  Sort input: every movement on a statement account, from
      *>  the register and then the payment log.
       GATHER-MOVEMENTS.
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE INV-ACCT-NO TO WS-LOOK-ACCT
               PERFORM FIND-TARGET-STATEMENTS
               IF WS-TARGET-COUNT > ZERO
                   PERFORM GATHER-REGISTER-DOCUMENT
               END-IF
           END-PERFORM
           PERFORM GATHER-PAYMENTS
           .

      *>  One register document: its open balance into today's
      *>  figure for the proof, and each dated movement it carries,
      *>  signed as it moves what the customer owes -- telarrf's
      *>  breakdown, document by document.
       GATHER-REGISTER-DOCUMENT.
           COMPUTE WS-OPEN-BAL = INV-AMT-DUE - INV-PAID-AMT
                               - INV-WOFF-AMT
           END-COMPUTE
           PERFORM VARYING WS-TARGET-X FROM 1 BY 1
                   UNTIL WS-TARGET-X > WS-TARGET-COUNT
               SET ST-IDX TO WS-TARGET (WS-TARGET-X)
               ADD WS-OPEN-BAL TO ST-OPEN-NOW (ST-IDX)
           END-PERFORM
           MOVE INV-NO         TO SRT-DOC-NO
           MOVE INV-ACCT-NO    TO SRT-ACCT-NO
           MOVE INV-ISSUE-DATE TO SRT-DATE
           MOVE 1              TO SRT-SEQ
           MOVE SPACES         TO SRT-REF SRT-DESC
           EVALUATE TRUE
               WHEN INV-DOC-CREDIT-MEMO
                   MOVE "CREDIT MEMO" TO SRT-DESC
                   IF INV-REF-INV-NO NOT = ZERO
                       STRING "INV "         DELIMITED BY SIZE
                              INV-REF-INV-NO DELIMITED BY SIZE
                            INTO SRT-REF
                       END-STRING
                   END-IF
                   MOVE INV-AMT-DUE TO SRT-AMT
                   PERFORM RELEASE-MOVEMENT
               WHEN INV-DOC-TRANSFER
                   IF INV-AMT-DUE > ZERO
                       MOVE "CREDIT TRANSFERRED OUT" TO SRT-DESC
                   ELSE
                       MOVE "CREDIT TRANSFERRED IN" TO SRT-DESC
                   END-IF
                   STRING "DOC "         DELIMITED BY SIZE
                          INV-REF-INV-NO DELIMITED BY SIZE
                        INTO SRT-REF
                   END-STRING
                   MOVE INV-AMT-DUE TO SRT-AMT
                   PERFORM RELEASE-MOVEMENT
               WHEN OTHER
                   STRING "INVOICE "     DELIMITED BY SIZE
                          INV-PERIOD     DELIMITED BY SIZE
                        INTO SRT-DESC
                   END-STRING
                   IF INV-FWD-HELD
                       MOVE "(HELD)" TO SRT-REF
                   END-IF
                   IF INV-REVIEW-HELD
                       MOVE "(IN REVIEW)" TO SRT-REF
                   END-IF
                   IF INV-FWD-BILLED
                       STRING "WITH "        DELIMITED BY SIZE
                              INV-FWD-INV-NO DELIMITED BY SIZE
                            INTO SRT-REF
                       END-STRING
                   END-IF
                   COMPUTE SRT-AMT = INV-AMT-DUE - INV-LATE-AMT
                                   + INV-DEP-APPL-AMT
                   END-COMPUTE
                   PERFORM RELEASE-MOVEMENT
                   MOVE SPACES TO SRT-REF
                   MOVE 2 TO SRT-SEQ
                   MOVE "LATE CHARGE" TO SRT-DESC
                   MOVE INV-LATE-AMT TO SRT-AMT
                   PERFORM RELEASE-MOVEMENT
                   MOVE 3 TO SRT-SEQ
                   MOVE "DEPOSIT APPLIED" TO SRT-DESC
                   COMPUTE SRT-AMT = ZERO - INV-DEP-APPL-AMT
                   END-COMPUTE
                   PERFORM RELEASE-MOVEMENT
           END-EVALUATE
           IF INV-WOFF-AMT NOT = ZERO
               MOVE 4 TO SRT-SEQ
               MOVE INV-WOFF-DATE TO SRT-DATE
               MOVE "WRITE-OFF" TO SRT-DESC
               MOVE INV-WOFF-REASON TO SRT-REF
               COMPUTE SRT-AMT = ZERO - INV-WOFF-AMT
               END-COMPUTE
               PERFORM RELEASE-MOVEMENT
           END-IF
           IF INV-SETTLE-AMT NOT = ZERO
               MOVE 5 TO SRT-SEQ
               MOVE INV-SETTLE-DATE TO SRT-DATE
               IF INV-SETTLED-ESCHEAT
                   MOVE "ESCHEATED TO STATE" TO SRT-DESC
               ELSE
                   MOVE "REFUND" TO SRT-DESC
               END-IF
               MOVE SPACES TO SRT-REF
               MOVE INV-SETTLE-AMT TO SRT-AMT
               PERFORM RELEASE-MOVEMENT
           END-IF
           .

      *>  Cash applied to an invoice on a statement account, by
      *>  posting date, and the bank's return of it by return date.
      *>  A payment's suspense row (invoice zero) never reached the
      *>  account's invoices.
       GATHER-PAYMENTS.
           OPEN INPUT PAYAPPL
           IF PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           SET PAL-FILE-OPEN TO TRUE
           PERFORM UNTIL 0 = 1
               READ PAYAPPL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PAL-INV-NO NOT = ZERO
                   IF PAL-BILL-ACCT NOT = ZERO
                       MOVE PAL-BILL-ACCT TO WS-LOOK-ACCT
                   ELSE
                       MOVE PAL-ACCT-NO TO WS-LOOK-ACCT
                   END-IF
                   PERFORM FIND-TARGET-STATEMENTS
                   IF WS-TARGET-COUNT > ZERO
                       MOVE PAL-INV-NO    TO SRT-DOC-NO
                       MOVE WS-LOOK-ACCT  TO SRT-ACCT-NO
                       MOVE PAL-CHECK-REF TO SRT-REF
                       MOVE 6             TO SRT-SEQ
                       MOVE PAL-POST-DATE TO SRT-DATE
                       MOVE "PAYMENT"     TO SRT-DESC
                       COMPUTE SRT-AMT = ZERO - PAL-AMOUNT
                       END-COMPUTE
                       PERFORM RELEASE-MOVEMENT
                       IF PAL-RETURNED
                           MOVE 7               TO SRT-SEQ
                           MOVE PAL-RETURN-DATE TO SRT-DATE
                           MOVE "PAYMENT RETURNED" TO SRT-DESC
                           MOVE PAL-AMOUNT      TO SRT-AMT
                           PERFORM RELEASE-MOVEMENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PAYAPPL
           .

       RELEASE-MOVEMENT.
           IF SRT-AMT = ZERO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TARGET-X FROM 1 BY 1
                   UNTIL WS-TARGET-X > WS-TARGET-COUNT
               MOVE WS-TARGET (WS-TARGET-X) TO SRT-STMT-NO
               RELEASE SORT-REC
           END-PERFORM
           .

      *>  Sort output: the movements statement by statement, in
      *>  date order.
       WRITE-STATEMENTS.
           MOVE ZERO TO WS-CUR-STMT
           MOVE "N"  TO WS-SORT-EOF
           PERFORM UNTIL SORT-AT-END
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       PERFORM HANDLE-ONE-MOVEMENT
               END-RETURN
           END-PERFORM
           IF WS-CUR-STMT NOT = ZERO
               PERFORM FINISH-STATEMENT
           END-IF
           .

      *>  Before the range, into the opening balance; after it,
      *>  only into the proof; inside it, a line of the statement.
       HANDLE-ONE-MOVEMENT.
           IF SRT-STMT-NO NOT = WS-CUR-STMT
               IF WS-CUR-STMT NOT = ZERO
                   PERFORM FINISH-STATEMENT
               END-IF
               MOVE SRT-STMT-NO TO WS-CUR-STMT
               PERFORM START-STATEMENT
           END-IF
           EVALUATE TRUE
               WHEN SRT-DATE < WS-FROM-DATE
                   ADD SRT-AMT TO WS-OPENING-BAL WS-RUN-BAL
               WHEN SRT-DATE > WS-TO-DATE
                   ADD SRT-AMT TO WS-AFTER-TOT
               WHEN OTHER
                   IF NOT OPENING-SHOWN
                       PERFORM WRITE-STATEMENT-OPENING
                   END-IF
                   ADD SRT-AMT TO WS-RUN-BAL
                   ADD 1 TO WS-STMT-MOVES
                   PERFORM WRITE-STATEMENT-MOVEMENT
           END-EVALUATE
           .

      *>  Statements with nothing dated on them at all still go out
      *>  -- a customer who asked is told the account is quiet.
       WRITE-QUIET-STATEMENTS.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > WS-STMT-COUNT
               IF NOT ST-WRITTEN (ST-IDX)
                   SET WS-CUR-STMT TO ST-IDX
                   PERFORM START-STATEMENT
                   PERFORM FINISH-STATEMENT
               END-IF
           END-PERFORM
           .

      *>  The statement account and how it is to be delivered:
      *>  paper unless the customer takes e-bills only, withheld
      *>  while the mailing address is on hold.
       START-STATEMENT.
           SET ST-IDX TO WS-CUR-STMT
           MOVE "Y" TO ST-DONE (ST-IDX)
           MOVE ZERO TO WS-OPENING-BAL WS-RUN-BAL WS-AFTER-TOT
                        WS-STMT-MOVES
           MOVE "N" TO WS-OPENING-SW WS-TO-PAPER WS-TO-EBILL
                       WS-PAPER-HELD
           MOVE ST-ACCT-NO (ST-IDX) TO ACCT-NO
           READ ACCT-MASTER
               INVALID KEY
                   MOVE SPACES TO ACCT-MASTER-REC
                   MOVE ST-ACCT-NO (ST-IDX) TO ACCT-NO
                   MOVE "*** UNKNOWN ACCOUNT ***" TO ACCT-NAME
           END-READ
           IF ACCT-DELIV-EBILL OR ACCT-DELIV-BOTH
               SET SEND-EBILL TO TRUE
           END-IF
           IF ACCT-DELIV-PAPER OR ACCT-DELIV-BOTH
               IF ACCT-ADDR-ON-HOLD
                   SET PAPER-WITHHELD TO TRUE
               ELSE
                   SET SEND-PAPER TO TRUE
               END-IF
           END-IF
           .

       WRITE-STATEMENT-OPENING.
           SET OPENING-SHOWN TO TRUE
           MOVE SPACES TO SOAPRINT-REC
           STRING "STATEMENT OF ACCOUNT"       DELIMITED BY SIZE
                INTO SOAPRINT-REC
           END-STRING
           MOVE "Statement date" TO SOAPRINT-REC (76:14)
           MOVE WS-TODAY TO SOAPRINT-REC (93:8)
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO SOAPRINT-REC
           STRING "Account "                   DELIMITED BY SIZE
                  ACCT-NO                      DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  ACCT-NAME                    DELIMITED BY SIZE
                INTO SOAPRINT-REC
           END-STRING
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO SOAPRINT-REC
           MOVE ACCT-ADDR-LINE1 TO SOAPRINT-REC (9:30)
           PERFORM WRITE-PAPER-LINE
           IF ACCT-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO SOAPRINT-REC
               MOVE ACCT-ADDR-LINE2 TO SOAPRINT-REC (9:30)
               PERFORM WRITE-PAPER-LINE
           END-IF
           MOVE SPACES TO SOAPRINT-REC
           STRING ACCT-ADDR-CITY               DELIMITED BY "  "
                  " "                          DELIMITED BY SIZE
                  ACCT-ADDR-STATE              DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  ACCT-ADDR-ZIP                DELIMITED BY SIZE
                INTO SOAPRINT-REC (9:)
           END-STRING
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO SOAPRINT-REC
           STRING "Activity from "             DELIMITED BY SIZE
                  WS-FROM-DATE                 DELIMITED BY SIZE
                  " to "                       DELIMITED BY SIZE
                  WS-TO-DATE                   DELIMITED BY SIZE
                INTO SOAPRINT-REC
           END-STRING
           IF ST-PARENT-SCOPE (ST-IDX)
               MOVE "-- this account and the accounts billed under it"
                 TO SOAPRINT-REC (38:)
           END-IF
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE STMT-COLUMN-HEADER TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO STMT-DETAIL-LINE
           MOVE "Opening balance"  TO SDL-DESC
           MOVE WS-OPENING-BAL     TO SDL-BAL-OUT
           MOVE STMT-DETAIL-LINE   TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE SPACES TO SOAEBILL-REC
           STRING "H "                         DELIMITED BY SIZE
                  ACCT-NO                      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-FROM-DATE                 DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-TO-DATE                   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  ST-SCOPE (ST-IDX)            DELIMITED BY SIZE
                INTO SOAEBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           MOVE WS-OPENING-BAL TO WS-EBILL-AMT
           MOVE SPACES TO SOAEBILL-REC
           STRING "O "                         DELIMITED BY SIZE
                  WS-EBILL-AMT                 DELIMITED BY SIZE
                INTO SOAEBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           .

       WRITE-STATEMENT-MOVEMENT.
           MOVE SPACES       TO STMT-DETAIL-LINE
           MOVE SRT-DATE     TO SDL-DATE
           MOVE SRT-DOC-NO   TO SDL-DOC-NO
           MOVE SRT-ACCT-NO  TO SDL-ACCT-NO
           MOVE SRT-DESC     TO SDL-DESC
           MOVE SRT-REF      TO SDL-REF
           MOVE SRT-AMT      TO SDL-AMT-OUT
           MOVE WS-RUN-BAL   TO SDL-BAL-OUT
           MOVE STMT-DETAIL-LINE TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE SRT-AMT    TO WS-EBILL-AMT
           MOVE WS-RUN-BAL TO WS-EBILL-BAL
           MOVE SPACES TO SOAEBILL-REC
           STRING "M "                         DELIMITED BY SIZE
                  SRT-DATE                     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SRT-DOC-NO                   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SRT-ACCT-NO                  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SRT-DESC                     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  SRT-REF                      DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EBILL-AMT                 DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EBILL-BAL                 DELIMITED BY SIZE
                INTO SOAEBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           .

      *>  The closing balance, then the proof against the register
      *>  for the run report: today's open balance across the
      *>  statement's accounts, less what moved after the range,
      *>  is the closing the statement must arrive at.
       FINISH-STATEMENT.
           IF NOT OPENING-SHOWN
               PERFORM WRITE-STATEMENT-OPENING
           END-IF
           MOVE SPACES TO STMT-DETAIL-LINE
           MOVE "Closing balance"  TO SDL-DESC
           MOVE WS-RUN-BAL         TO SDL-BAL-OUT
           MOVE STMT-DETAIL-LINE   TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE ALL "-" TO SOAPRINT-REC
           PERFORM WRITE-PAPER-LINE
           MOVE WS-RUN-BAL TO WS-EBILL-AMT
           MOVE SPACES TO SOAEBILL-REC
           STRING "C "                         DELIMITED BY SIZE
                  WS-EBILL-AMT                 DELIMITED BY SIZE
                INTO SOAEBILL-REC
           END-STRING
           PERFORM WRITE-EBILL-ROW
           ADD 1 TO WS-STMT-WRITTEN
           IF SEND-PAPER
               ADD 1 TO WS-PRINTED-COUNT
           END-IF
           IF SEND-EBILL
               ADD 1 TO WS-EBILLED-COUNT
               ADD 1 TO WS-EBILL-DOCS
               ADD WS-RUN-BAL TO WS-EBILL-HASH
           END-IF
           IF PAPER-WITHHELD
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF
           COMPUTE WS-REG-CLOSING = ST-OPEN-NOW (ST-IDX)
                                  - WS-AFTER-TOT
           END-COMPUTE
           COMPUTE WS-UNEXPLAINED = WS-REG-CLOSING - WS-RUN-BAL
           END-COMPUTE
           MOVE ST-ACCT-NO (ST-IDX) TO RDL-ACCT-NO
           IF ST-PARENT-SCOPE (ST-IDX)
               MOVE "PARENT"  TO RDL-SCOPE
           ELSE
               MOVE "ACCOUNT" TO RDL-SCOPE
           END-IF
           MOVE WS-STMT-MOVES  TO RDL-MOVES
           MOVE WS-OPENING-BAL TO RDL-OPEN-OUT
           MOVE WS-RUN-BAL     TO RDL-CLOSE-OUT
           EVALUATE TRUE
               WHEN SEND-PAPER AND SEND-EBILL
                   MOVE "BOTH"     TO RDL-DELIV
               WHEN SEND-PAPER
                   MOVE "PAPER"    TO RDL-DELIV
               WHEN SEND-EBILL AND PAPER-WITHHELD
                   MOVE "E+HOLD"   TO RDL-DELIV
               WHEN SEND-EBILL
                   MOVE "E-BILL"   TO RDL-DELIV
               WHEN OTHER
                   MOVE "ADDR HOLD" TO RDL-DELIV
           END-EVALUATE
           MOVE SPACES TO RDL-PROOF
           IF WS-UNEXPLAINED = ZERO
               MOVE "proves" TO RDL-PROOF
           ELSE
               ADD 1 TO WS-NOPROOF-COUNT
               MOVE WS-UNEXPLAINED TO WS-AMT-OUT
               STRING "*DIFF* "     DELIMITED BY SIZE
                      WS-AMT-OUT    DELIMITED BY SIZE
                    INTO RDL-PROOF
               END-STRING
           END-IF
           WRITE SOARPT-REC FROM RPT-DETAIL-LINE
           END-WRITE
           .

       WRITE-PAPER-LINE.
           IF SEND-PAPER
               WRITE SOAPRINT-REC
               END-WRITE
           END-IF
           .

       WRITE-EBILL-ROW.
           IF SEND-EBILL
               WRITE SOAEBILL-REC
               END-WRITE
           END-IF
           .

      *>  Per-file control trailer, telbill's e-bill shape:
      *>  statements, and the closing balances hash-totalled.
       WRITE-EBILL-TRAILER.
           MOVE WS-EBILL-DOCS TO WS-EBILL-CNT-OUT
           MOVE WS-EBILL-HASH TO WS-EBILL-HASH-OUT
           MOVE SPACES TO SOAEBILL-REC
           STRING "*TRL* "              DELIMITED BY SIZE
                  WS-EBILL-CNT-OUT      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-EBILL-HASH-OUT     DELIMITED BY SIZE
                INTO SOAEBILL-REC
           END-STRING
           WRITE SOAEBILL-REC
           END-WRITE
           .

       WRITE-RUN-HEADING.
           MOVE SPACES TO SOARPT-REC
           IF WS-MODE = "MONTHLY"
               STRING "  -- Monthly statements of account for "
                                              DELIMITED BY SIZE
                      WS-SEL-PERIOD           DELIMITED BY SIZE
                      " --"                   DELIMITED BY SIZE
                    INTO SOARPT-REC
               END-STRING
           ELSE
               STRING "  -- Statement of account, "
                                              DELIMITED BY SIZE
                      WS-FROM-DATE            DELIMITED BY SIZE
                      " to "                  DELIMITED BY SIZE
                      WS-TO-DATE              DELIMITED BY SIZE
                      " --"                   DELIMITED BY SIZE
                    INTO SOARPT-REC
               END-STRING
           END-IF
           WRITE SOARPT-REC
           END-WRITE
           MOVE SPACES TO SOARPT-REC
           WRITE SOARPT-REC
           END-WRITE
           WRITE SOARPT-REC FROM RPT-HEADER-1
           END-WRITE
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO SOARPT-REC
           WRITE SOARPT-REC
           END-WRITE
           MOVE WS-STMT-WRITTEN TO WS-COUNT-OUT
           MOVE SPACES TO SOARPT-REC
           STRING "Statements produced:           "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO SOARPT-REC
           END-STRING
           WRITE SOARPT-REC
           END-WRITE
           MOVE WS-PRINTED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SOARPT-REC
           STRING "  printed (SOAPRINT.TXT):      "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO SOARPT-REC
           END-STRING
           WRITE SOARPT-REC
           END-WRITE
           MOVE WS-EBILLED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SOARPT-REC
           STRING "  electronic (SOAEBILL.DAT):   "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO SOARPT-REC
           END-STRING
           WRITE SOARPT-REC
           END-WRITE
           IF WS-WITHHELD-COUNT > ZERO
               MOVE WS-WITHHELD-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO SOARPT-REC
               STRING "  paper withheld, address hold:"
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO SOARPT-REC
               END-STRING
               WRITE SOARPT-REC
               END-WRITE
           END-IF
           IF WS-MODE = "MONTHLY" AND WS-STMT-COUNT = ZERO
               MOVE "No account takes a monthly statement" TO SOARPT-REC
               WRITE SOARPT-REC
               END-WRITE
           END-IF
           IF NOT PAL-FILE-OPEN
               MOVE "*** PAYAPPL.DAT not available -- no payments "
                  & "stated ***" TO SOARPT-REC
               WRITE SOARPT-REC
               END-WRITE
           END-IF
           IF WS-STMT-OVERFLOW > ZERO OR WS-CHILD-OVERFLOW > ZERO
               MOVE "*** statement or child-account table full -- "
                  & "accounts left off this run ***" TO SOARPT-REC
               WRITE SOARPT-REC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-NOPROOF-COUNT > ZERO
               MOVE WS-NOPROOF-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO SOARPT-REC
               STRING "*** "                     DELIMITED BY SIZE
                      WS-COUNT-OUT               DELIMITED BY SIZE
                      " statement(s) do not prove against the "
                                                 DELIMITED BY SIZE
                      "register ***"             DELIMITED BY SIZE
                    INTO SOARPT-REC
               END-STRING
               WRITE SOARPT-REC
               END-WRITE
               MOVE 8 TO RETURN-CODE
           END-IF
           .
       END PROGRAM telsoa.
