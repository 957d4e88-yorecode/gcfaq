      *>
      *> telscore.cob -- monthly payment-behavior scoring.  The
      *> credit limit on ACCTMAST.DAT and the DEPOSIT.DAT ledger
      *> were set by gut feel at activation and never looked at
      *> again; this run grades every account on how it has
      *> actually paid over the twelve months to the run date:
      *>
      *>   telscore
      *>
      *>   - INVREG.DAT: invoices billed (their average is the
      *>     account's average bill), invoices still open past
      *>     their due date and how far past, write-offs;
      *>   - PAYAPPL.DAT: days from issue to payment for every
      *>     payment applied to an invoice, and whether it landed
      *>     after the due date; payments the bank returned;
      *>   - DUNHIST.DAT: the highest dunning level reached;
      *>   - PAYPLAN.DAT: a payment arrangement broken in the
      *>     window;
      *>   - AGCYSTAT.DAT: a placement with the outside agency.
      *>
      *> The score starts at 100 and loses points for each of
      *> those (see SCORE-ONE-ACCOUNT), graded A 90+, B 75+, C 60+,
      *> D 40+, E below.  Each account's score and the counts
      *> behind it go on SCORE.DAT (see CBSCORE.cpy), and from the
      *> grade:
      *>
      *>   - D and E accounts (not prepaid, still active) are asked
      *>     for a deposit of two and three average bills, less any
      *>     deposit already held: DEPDEMND.DAT (see CBDEPDMD.cpy)
      *>     and the DEPDEMND.TXT work list for collections, who
      *>     take the cash through teldep RECEIVE;
      *>   - a credit-limit change is proposed on CREDLIMP.DAT (see
      *>     CBCLPROP.cpy) -- an A account's set limit up a quarter,
      *>     a D account's down to two average bills, an E account's
      *>     to one -- applied only through telacct's PRP action,
      *>     never here.
      *>
      *> Accounts with no activity in the window are not graded.
      *> A billing-operations batch, checked fail closed like
      *> telaccrue.  Report on TELSCORE.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telscore.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT PAYAPPL  ASSIGN TO
                "PAYAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PAL-KEY
                FILE STATUS IS PAL-STATUS
                .
           SELECT DUNHIST  ASSIGN TO
                "DUNHIST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DUN-KEY
                FILE STATUS IS DUNHIST-STATUS
                .
           SELECT PAYPLAN  ASSIGN TO
                "PAYPLAN.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PLN-ACCT-NO
                FILE STATUS IS PLN-STATUS
                .
           SELECT AGCYSTAT ASSIGN TO
                "AGCYSTAT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AGY-ACCT-NO
                FILE STATUS IS AGY-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT DEPOSITS ASSIGN TO
                "DEPOSIT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DEP-ACCT-NO
                FILE STATUS IS DEP-STATUS
                .
           SELECT SCOREFL  ASSIGN TO
                "SCORE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SCR-ACCT-NO
                FILE STATUS IS SCR-STATUS
                .
           SELECT DEPDEMND ASSIGN TO
                "DEPDEMND.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DMD-ACCT-NO
                FILE STATUS IS DMD-STATUS
                .
           SELECT CREDLIMP ASSIGN TO
                "CREDLIMP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CLP-ACCT-NO
                FILE STATUS IS CLP-STATUS
                .
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT DMDLIST  ASSIGN TO
                "DEPDEMND.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS DMDLIST-STATUS
                .
           SELECT SCRRPT   ASSIGN TO
                "TELSCORE.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS SCRRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  INVREG.
           COPY CBINVREG.
       FD  PAYAPPL.
           COPY CBPAYAPL.
       FD  DUNHIST.
           COPY CBDUNHIST.
       FD  PAYPLAN.
           COPY CBPAYPLAN.
       FD  AGCYSTAT.
           COPY CBAGCY.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  DEPOSITS.
           COPY CBDEPOSIT.
       FD  SCOREFL.
           COPY CBSCORE.
       FD  DEPDEMND.
           COPY CBDEPDMD.
       FD  CREDLIMP.
           COPY CBCLPROP.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  DMDLIST.
       01  DMDLIST-REC       PIC X(100).
       FD  SCRRPT.
       01  SCRRPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  PAL-STATUS        PIC XX      VALUE "00".
       01  DUNHIST-STATUS    PIC XX      VALUE "00".
       01  PLN-STATUS        PIC XX      VALUE "00".
       01  AGY-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  DEP-STATUS        PIC XX      VALUE "00".
       01  SCR-STATUS        PIC XX      VALUE "00".
       01  DMD-STATUS        PIC XX      VALUE "00".
       01  CLP-STATUS        PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  DMDLIST-STATUS    PIC XX      VALUE "00".
       01  SCRRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.

      *>  The scoring window: the twelve months to the run date.
       01  WS-WINDOW-DAYS    PIC S9(05)  COMP-5 VALUE 365.
       01  WS-WINDOW-START   PIC 9(08)   VALUE ZERO.
       01  WS-WINDOW-CYCLE   PIC 9(06)   VALUE ZERO.

      *>  Point deductions and caps (see SCORE-ONE-ACCOUNT).
       01  WS-PTS-LATE       PIC 9(03)   VALUE 3.
       01  WS-CAP-LATE       PIC 9(03)   VALUE 30.
       01  WS-PTS-OPEN       PIC 9(03)   VALUE 5.
       01  WS-CAP-OPEN       PIC 9(03)   VALUE 20.
       01  WS-PTS-DUN-LEVEL  PIC 9(03)   VALUE 5.
       01  WS-PTS-BROKEN     PIC 9(03)   VALUE 15.
       01  WS-PTS-RETURN     PIC 9(03)   VALUE 10.
       01  WS-CAP-RETURN     PIC 9(03)   VALUE 30.
       01  WS-PTS-PLACEMENT  PIC 9(03)   VALUE 40.
       01  WS-PTS-WRITE-OFF  PIC 9(03)   VALUE 40.

       01  WS-POINTS         PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-DEDUCT         PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-DAYS           PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-OPEN-BAL       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-ACCT-KEY       PIC 9(10)   VALUE ZERO.
       01  WS-AVG-BILL       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-HELD-AMT       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-DEMAND-AMT     PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-PROPOSED-LIMIT PIC S9(09)V99 COMP-5 VALUE ZERO.

       01  WS-SCORED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-GRADE-COUNTS.
           05  WS-GRADE-COUNT OCCURS 5 TIMES PIC 9(07)
                                            VALUE ZERO.
       01  WS-GRADE-LETTERS  PIC X(05)   VALUE "ABCDE".
       01  WS-GRADE-NO       PIC 9(01)   VALUE ZERO.
       01  WS-DEMAND-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-DEMAND-TOTAL   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-PROPOSAL-COUNT PIC 9(07)   VALUE ZERO.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMT2-OUT       PIC -Z,ZZZ,ZZ9.99.
       01  WS-TOT-OUT        PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-SCORE-OUT      PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT - WS-WINDOW-DAYS)
           END-COMPUTE
           MOVE WS-WINDOW-START (1:6) TO WS-WINDOW-CYCLE
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                       " -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SCRRPT
           MOVE SPACES TO SCRRPT-REC
           STRING "==== PAYMENT-BEHAVIOR SCORING "
                                          DELIMITED BY SIZE
                  WS-TODAY                DELIMITED BY SIZE
                  " -- history since "    DELIMITED BY SIZE
                  WS-WINDOW-START         DELIMITED BY SIZE
                  " ===="                 DELIMITED BY SIZE
                INTO SCRRPT-REC
           END-STRING
           WRITE SCRRPT-REC
           END-WRITE
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "*** INVREG.DAT not available -- no scoring "
                  & "run ***" TO SCRRPT-REC
               WRITE SCRRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE SCRRPT
               STOP RUN
           END-IF
      *>  SCORE.DAT is rebuilt from scratch every run.
           OPEN OUTPUT SCOREFL
           CLOSE SCOREFL
           OPEN I-O SCOREFL
           PERFORM TALLY-INVOICES
           PERFORM TALLY-PAYMENTS
           CLOSE INVREG
           PERFORM TALLY-DUNNING
           PERFORM TALLY-PAYMENT-PLANS
           PERFORM TALLY-PLACEMENTS
           OPEN INPUT ACCT-MASTER
           OPEN INPUT DEPOSITS
           PERFORM OPEN-DEMAND-FILES
           PERFORM GRADE-ALL-ACCOUNTS
           PERFORM WRITE-RUN-TOTALS
           CLOSE SCOREFL
                 DEPDEMND
                 CREDLIMP
                 DMDLIST
                 SCRRPT
           IF ACCT-STATUS = "00"
               CLOSE ACCT-MASTER
           END-IF
           IF DEP-STATUS = "00"
               CLOSE DEPOSITS
           END-IF
           STOP RUN
           .

      *>  Both outputs are created on first use; the work list is
      *>  this run's alone.
       OPEN-DEMAND-FILES.
           OPEN I-O DEPDEMND
           IF DMD-STATUS NOT = "00"
               OPEN OUTPUT DEPDEMND
               CLOSE DEPDEMND
               OPEN I-O DEPDEMND
           END-IF
           OPEN I-O CREDLIMP
           IF CLP-STATUS NOT = "00"
               OPEN OUTPUT CREDLIMP
               CLOSE CREDLIMP
               OPEN I-O CREDLIMP
           END-IF
           OPEN OUTPUT DMDLIST
           MOVE SPACES TO DMDLIST-REC
           STRING "==== DEPOSIT DEMANDS "  DELIMITED BY SIZE
                  WS-TODAY                DELIMITED BY SIZE
                  " -- take through teldep RECEIVE ===="
                                          DELIMITED BY SIZE
                INTO DMDLIST-REC
           END-STRING
           WRITE DMDLIST-REC
           END-WRITE
           MOVE "  Account    Gr Score   Average bill   Held now"
              & "        Demand" TO DMDLIST-REC
           WRITE DMDLIST-REC
           END-WRITE
           .

      *>  The account's score row, read for update or started
      *>  fresh; the caller has set WS-ACCT-KEY.
       FETCH-SCORE-ROW.
           MOVE WS-ACCT-KEY TO SCR-ACCT-NO
           READ SCOREFL
               INVALID KEY
                   INITIALIZE SCORE-REC
                   MOVE WS-ACCT-KEY TO SCR-ACCT-NO
                   MOVE SPACE       TO SCR-GRADE
                   WRITE SCORE-REC
                   END-WRITE
           END-READ
           .

      *>  Invoices issued in the window (credit memos are not
      *>  bills), and any invoice still open past its due date
      *>  whenever it was issued.
       TALLY-INVOICES.
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN OR EQUAL INV-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF INV-DOC-INVOICE
                   PERFORM TALLY-ONE-INVOICE
               END-IF
           END-PERFORM
           .

       TALLY-ONE-INVOICE.
           COMPUTE WS-OPEN-BAL =
                   INV-AMT-DUE - INV-PAID-AMT - INV-WOFF-AMT
           END-COMPUTE
           IF INV-ISSUE-DATE < WS-WINDOW-START
           AND (WS-OPEN-BAL NOT > ZERO
                OR INV-DUE-DATE NOT < WS-TODAY)
               EXIT PARAGRAPH
           END-IF
           MOVE INV-ACCT-NO TO WS-ACCT-KEY
           PERFORM FETCH-SCORE-ROW
           IF INV-ISSUE-DATE NOT < WS-WINDOW-START
               ADD 1           TO SCR-INV-COUNT
               ADD INV-AMT-DUE TO SCR-BILLED-TOT
               IF INV-WRITTEN-OFF
                   ADD 1 TO SCR-WRITE-OFFS
               END-IF
           END-IF
           IF WS-OPEN-BAL > ZERO
           AND INV-DUE-DATE < WS-TODAY
           AND NOT INV-WRITTEN-OFF
               ADD 1 TO SCR-OPEN-PAST-DUE
               COMPUTE WS-DAYS = WS-TODAY-INT
                     - FUNCTION INTEGER-OF-DATE (INV-DUE-DATE)
               END-COMPUTE
               IF WS-DAYS > SCR-MAX-DAYS-LATE
                   MOVE WS-DAYS TO SCR-MAX-DAYS-LATE
               END-IF
           END-IF
           REWRITE SCORE-REC
           .

      *>  Every application of a payment to an invoice in the
      *>  window, measured against that invoice's own dates, and
      *>  every payment the bank sent back.
       TALLY-PAYMENTS.
           OPEN INPUT PAYAPPL
           IF PAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PAL-KEY
           START PAYAPPL KEY IS GREATER THAN OR EQUAL PAL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ PAYAPPL NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM TALLY-ONE-APPLICATION
                   END-PERFORM
           END-START
           CLOSE PAYAPPL
           .

       TALLY-ONE-APPLICATION.
           IF PAL-INV-NO = ZERO
               IF PAL-RETURNED
               AND PAL-RETURN-DATE NOT < WS-WINDOW-START
                   MOVE PAL-BILL-ACCT TO WS-ACCT-KEY
                   PERFORM FETCH-SCORE-ROW
                   ADD 1 TO SCR-RETURNS
                   REWRITE SCORE-REC
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT PAL-APPLIED
           OR PAL-POST-DATE < WS-WINDOW-START
               EXIT PARAGRAPH
           END-IF
           MOVE PAL-INV-NO TO INV-NO
           READ INVREG
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PAL-BILL-ACCT TO WS-ACCT-KEY
           PERFORM FETCH-SCORE-ROW
           ADD 1 TO SCR-PAY-COUNT
           COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE (PAL-POST-DATE)
                 - FUNCTION INTEGER-OF-DATE (INV-ISSUE-DATE)
           END-COMPUTE
           IF WS-DAYS > ZERO
               ADD WS-DAYS TO SCR-PAY-DAYS-TOT
           END-IF
           IF PAL-POST-DATE > INV-DUE-DATE
               ADD 1 TO SCR-LATE-COUNT
               COMPUTE WS-DAYS =
                       FUNCTION INTEGER-OF-DATE (PAL-POST-DATE)
                     - FUNCTION INTEGER-OF-DATE (INV-DUE-DATE)
               END-COMPUTE
               IF WS-DAYS > SCR-MAX-DAYS-LATE
                   MOVE WS-DAYS TO SCR-MAX-DAYS-LATE
               END-IF
           END-IF
           REWRITE SCORE-REC
           .

      *>  The highest dunning level sent in any cycle in the window.
       TALLY-DUNNING.
           OPEN INPUT DUNHIST
           IF DUNHIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO DUN-KEY
           START DUNHIST KEY IS GREATER THAN OR EQUAL DUN-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ DUNHIST NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF DUN-CYCLE NOT < WS-WINDOW-CYCLE
                           MOVE DUN-ACCT-NO TO WS-ACCT-KEY
                           PERFORM FETCH-SCORE-ROW
                           IF DUN-LEVEL > SCR-MAX-DUN-LEVEL
                               MOVE DUN-LEVEL TO SCR-MAX-DUN-LEVEL
                           END-IF
                           REWRITE SCORE-REC
                       END-IF
                   END-PERFORM
           END-START
           CLOSE DUNHIST
           .

      *>  A broken arrangement broke on its missed due date.
       TALLY-PAYMENT-PLANS.
           OPEN INPUT PAYPLAN
           IF PLN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO PLN-ACCT-NO
           START PAYPLAN KEY IS GREATER THAN OR EQUAL PLN-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ PAYPLAN NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF PLN-BROKEN
                       AND PLN-NEXT-DUE-DATE NOT < WS-WINDOW-START
                           MOVE PLN-ACCT-NO TO WS-ACCT-KEY
                           PERFORM FETCH-SCORE-ROW
                           ADD 1 TO SCR-BROKEN-PLANS
                           REWRITE SCORE-REC
                       END-IF
                   END-PERFORM
           END-START
           CLOSE PAYPLAN
           .

      *>  Placed with the agency in the window, whatever became of
      *>  the placement since.
       TALLY-PLACEMENTS.
           OPEN INPUT AGCYSTAT
           IF AGY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO AGY-ACCT-NO
           START AGCYSTAT KEY IS GREATER THAN OR EQUAL AGY-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ AGCYSTAT NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF AGY-PLACED-DATE NOT < WS-WINDOW-START
                           MOVE AGY-ACCT-NO TO WS-ACCT-KEY
                           PERFORM FETCH-SCORE-ROW
                           ADD 1 TO SCR-PLACEMENTS
                           REWRITE SCORE-REC
                       END-IF
                   END-PERFORM
           END-START
           CLOSE AGCYSTAT
           .

      *>  Every account the tallies touched: scored, graded, and
      *>  acted on.
       GRADE-ALL-ACCOUNTS.
           MOVE ZERO TO SCR-ACCT-NO
           START SCOREFL KEY IS GREATER THAN OR EQUAL SCR-ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ SCOREFL NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM SCORE-ONE-ACCOUNT
               REWRITE SCORE-REC
               ADD 1 TO WS-SCORED-COUNT
               ADD 1 TO WS-GRADE-COUNT (WS-GRADE-NO)
               PERFORM ACT-ON-GRADE
           END-PERFORM
           .

      *>  100 less: 3 a late payment (30 at most), 5 an invoice
      *>  open past due (20 at most), 10 for a worst lateness past
      *>  30 days or 20 past 60, 5 per dunning level reached, 15 a
      *>  broken arrangement, 10 a returned payment (30 at most),
      *>  40 an agency placement and 40 a write-off; never below 0.
       SCORE-ONE-ACCOUNT.
           MOVE 100 TO WS-POINTS
           COMPUTE WS-DEDUCT = SCR-LATE-COUNT * WS-PTS-LATE
           END-COMPUTE
           IF WS-DEDUCT > WS-CAP-LATE
               MOVE WS-CAP-LATE TO WS-DEDUCT
           END-IF
           SUBTRACT WS-DEDUCT FROM WS-POINTS
           COMPUTE WS-DEDUCT = SCR-OPEN-PAST-DUE * WS-PTS-OPEN
           END-COMPUTE
           IF WS-DEDUCT > WS-CAP-OPEN
               MOVE WS-CAP-OPEN TO WS-DEDUCT
           END-IF
           SUBTRACT WS-DEDUCT FROM WS-POINTS
           EVALUATE TRUE
               WHEN SCR-MAX-DAYS-LATE > 60
                   SUBTRACT 20 FROM WS-POINTS
               WHEN SCR-MAX-DAYS-LATE > 30
                   SUBTRACT 10 FROM WS-POINTS
           END-EVALUATE
           COMPUTE WS-POINTS = WS-POINTS
                 - SCR-MAX-DUN-LEVEL * WS-PTS-DUN-LEVEL
                 - SCR-BROKEN-PLANS  * WS-PTS-BROKEN
                 - SCR-PLACEMENTS    * WS-PTS-PLACEMENT
                 - SCR-WRITE-OFFS    * WS-PTS-WRITE-OFF
           END-COMPUTE
           COMPUTE WS-DEDUCT = SCR-RETURNS * WS-PTS-RETURN
           END-COMPUTE
           IF WS-DEDUCT > WS-CAP-RETURN
               MOVE WS-CAP-RETURN TO WS-DEDUCT
           END-IF
           SUBTRACT WS-DEDUCT FROM WS-POINTS
           IF WS-POINTS < ZERO
               MOVE ZERO TO WS-POINTS
           END-IF
           MOVE WS-POINTS TO SCR-SCORE
           EVALUATE TRUE
               WHEN WS-POINTS >= 90
                   MOVE 1 TO WS-GRADE-NO
               WHEN WS-POINTS >= 75
                   MOVE 2 TO WS-GRADE-NO
               WHEN WS-POINTS >= 60
                   MOVE 3 TO WS-GRADE-NO
               WHEN WS-POINTS >= 40
                   MOVE 4 TO WS-GRADE-NO
               WHEN OTHER
                   MOVE 5 TO WS-GRADE-NO
           END-EVALUATE
           MOVE WS-GRADE-LETTERS (WS-GRADE-NO:1) TO SCR-GRADE
           MOVE WS-TODAY TO SCR-RUN-DATE
           .

      *>  Deposit demand and credit-limit proposal from the grade,
      *>  for live postpaid accounts only.
       ACT-ON-GRADE.
           IF ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SCR-ACCT-NO TO ACCT-NO
           READ ACCT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-ACTIVE
           OR ACCT-PREPAID
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-AVG-BILL
           IF SCR-INV-COUNT > ZERO
               COMPUTE WS-AVG-BILL ROUNDED =
                       SCR-BILLED-TOT / SCR-INV-COUNT
               END-COMPUTE
           END-IF
           IF SCR-GRADE-D OR SCR-GRADE-E
               PERFORM RAISE-DEPOSIT-DEMAND
           END-IF
           PERFORM PROPOSE-CREDIT-LIMIT
           .

       RAISE-DEPOSIT-DEMAND.
           MOVE ZERO TO WS-HELD-AMT
           IF DEP-STATUS = "00"
               MOVE SCR-ACCT-NO TO DEP-ACCT-NO
               READ DEPOSITS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DEP-HELD
                           MOVE DEP-PRINCIPAL TO WS-HELD-AMT
                       END-IF
               END-READ
           END-IF
           IF SCR-GRADE-E
               COMPUTE WS-DEMAND-AMT = WS-AVG-BILL * 3 - WS-HELD-AMT
           ELSE
               COMPUTE WS-DEMAND-AMT = WS-AVG-BILL * 2 - WS-HELD-AMT
           END-IF
           IF WS-DEMAND-AMT NOT > ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DEMAND-AMT = FUNCTION INTEGER (WS-DEMAND-AMT
                                                    + .99)
           END-COMPUTE
           MOVE SCR-ACCT-NO TO DMD-ACCT-NO
           READ DEPDEMND
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SCR-ACCT-NO   TO DMD-ACCT-NO
           MOVE SCR-GRADE     TO DMD-GRADE
           MOVE SCR-SCORE     TO DMD-SCORE
           MOVE WS-AVG-BILL   TO DMD-AVG-BILL
           MOVE WS-HELD-AMT   TO DMD-HELD-AMT
           MOVE WS-DEMAND-AMT TO DMD-DEMAND-AMT
           MOVE WS-TODAY      TO DMD-RUN-DATE
           MOVE "O"           TO DMD-STATUS-IND
           MOVE ZERO          TO DMD-SATISFIED-DATE
           IF DMD-STATUS = "00"
               REWRITE DEP-DEMAND-REC
           ELSE
               WRITE DEP-DEMAND-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-DEMAND-COUNT
           ADD WS-DEMAND-AMT TO WS-DEMAND-TOTAL
           MOVE SCR-SCORE     TO WS-SCORE-OUT
           MOVE WS-AVG-BILL   TO WS-AMT-OUT
           MOVE WS-HELD-AMT   TO WS-AMT2-OUT
           MOVE WS-DEMAND-AMT TO WS-TOT-OUT
           MOVE SPACES TO DMDLIST-REC
           STRING "  "                    DELIMITED BY SIZE
                  SCR-ACCT-NO             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  SCR-GRADE               DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-SCORE-OUT            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMT2-OUT             DELIMITED BY SIZE
                  WS-TOT-OUT              DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  ACCT-NAME               DELIMITED BY SIZE
                INTO DMDLIST-REC
           END-STRING
           WRITE DMDLIST-REC
           END-WRITE
           .

      *>  A set limit (zero means none) is raised a quarter for an
      *>  A; a D or E account is brought down to two or one average
      *>  bills -- or given that limit if it had none.  Whole
      *>  dollars, and only where the figure actually changes.
       PROPOSE-CREDIT-LIMIT.
           MOVE ACCT-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
           EVALUATE TRUE
               WHEN SCR-GRADE-A
                   IF ACCT-CREDIT-LIMIT > ZERO
                       COMPUTE WS-PROPOSED-LIMIT = FUNCTION INTEGER
                               (ACCT-CREDIT-LIMIT * 1.25)
                       END-COMPUTE
                   END-IF
               WHEN SCR-GRADE-D OR SCR-GRADE-E
                   IF SCR-GRADE-E
                       COMPUTE WS-PROPOSED-LIMIT = FUNCTION INTEGER
                               (WS-AVG-BILL)
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-PROPOSED-LIMIT = FUNCTION INTEGER
                               (WS-AVG-BILL * 2)
                       END-COMPUTE
                   END-IF
                   IF WS-PROPOSED-LIMIT < 25
                       MOVE 25 TO WS-PROPOSED-LIMIT
                   END-IF
                   IF ACCT-CREDIT-LIMIT > ZERO
                   AND ACCT-CREDIT-LIMIT < WS-PROPOSED-LIMIT
                       MOVE ACCT-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
                   END-IF
           END-EVALUATE
           IF WS-PROPOSED-LIMIT = ACCT-CREDIT-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE SCR-ACCT-NO TO CLP-ACCT-NO
           READ CREDLIMP
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SCR-ACCT-NO       TO CLP-ACCT-NO
           MOVE ACCT-CREDIT-LIMIT TO CLP-CURRENT-LIMIT
           MOVE WS-PROPOSED-LIMIT TO CLP-PROPOSED-LIMIT
           MOVE SCR-GRADE         TO CLP-GRADE
           MOVE SCR-SCORE         TO CLP-SCORE
           MOVE WS-TODAY          TO CLP-RUN-DATE
           MOVE "P"               TO CLP-STATUS-IND
           MOVE SPACES            TO CLP-ACTION-BY
           MOVE ZERO              TO CLP-ACTION-DATE
           IF CLP-STATUS = "00"
               REWRITE CREDLIM-PROP-REC
           ELSE
               WRITE CREDLIM-PROP-REC
               END-WRITE
           END-IF
           ADD 1 TO WS-PROPOSAL-COUNT
           MOVE ACCT-CREDIT-LIMIT TO WS-AMT-OUT
           MOVE WS-PROPOSED-LIMIT TO WS-AMT2-OUT
           MOVE SPACES TO SCRRPT-REC
           STRING "  Limit proposal: acct " DELIMITED BY SIZE
                  SCR-ACCT-NO               DELIMITED BY SIZE
                  " grade "                 DELIMITED BY SIZE
                  SCR-GRADE                 DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                  " ->"                     DELIMITED BY SIZE
                  WS-AMT2-OUT               DELIMITED BY SIZE
                INTO SCRRPT-REC
           END-STRING
           WRITE SCRRPT-REC
           END-WRITE
           .

       WRITE-RUN-TOTALS.
           MOVE SPACES TO SCRRPT-REC
           WRITE SCRRPT-REC
           END-WRITE
           MOVE WS-SCORED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SCRRPT-REC
           STRING "Accounts scored:       " DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO SCRRPT-REC
           END-STRING
           WRITE SCRRPT-REC
           END-WRITE
           PERFORM VARYING WS-GRADE-NO FROM 1 BY 1
                   UNTIL WS-GRADE-NO > 5
               MOVE WS-GRADE-COUNT (WS-GRADE-NO) TO WS-COUNT-OUT
               MOVE SPACES TO SCRRPT-REC
               STRING "  grade "           DELIMITED BY SIZE
                      WS-GRADE-LETTERS (WS-GRADE-NO:1)
                                           DELIMITED BY SIZE
                      ":             "     DELIMITED BY SIZE
                      WS-COUNT-OUT         DELIMITED BY SIZE
                    INTO SCRRPT-REC
               END-STRING
               WRITE SCRRPT-REC
               END-WRITE
           END-PERFORM
           MOVE WS-DEMAND-COUNT TO WS-COUNT-OUT
           MOVE WS-DEMAND-TOTAL TO WS-TOT-OUT
           MOVE SPACES TO SCRRPT-REC
           STRING "Deposit demands:       " DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                  "  totalling "             DELIMITED BY SIZE
                  WS-TOT-OUT                 DELIMITED BY SIZE
                  " (DEPDEMND.TXT)"          DELIMITED BY SIZE
                INTO SCRRPT-REC
           END-STRING
           WRITE SCRRPT-REC
           END-WRITE
           MOVE WS-PROPOSAL-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SCRRPT-REC
           STRING "Limit proposals:       " DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                  " -- apply with telacct USERID PRP ACCT|ALL"
                                             DELIMITED BY SIZE
                INTO SCRRPT-REC
           END-STRING
           WRITE SCRRPT-REC
           END-WRITE
           .

      *>  Fail-closed billing-operations check, same shape as
      *>  telaccrue's.
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
           IF AUTH-STATUS = "00"
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
       END PROGRAM telscore.
