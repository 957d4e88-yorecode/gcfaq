      *>
      *> tellevel.cob -- budget (levelized) billing enrollment and
      *> quarterly review.  A customer on budget billing pays the
      *> same amount for usage every month: the installment is the
      *> average of the account's trailing twelve ACCTPER.DAT
      *> periods (see CBACCTPER.cpy, PER-OUTPUT-TOT -- usage with
      *> its taxes), kept on BUDGBILL.DAT (see CBBUDBIL.cpy) with
      *> the settlement month.  telbill bills the installment in
      *> place of the actual usage, carries the difference and
      *> settles it on the settlement-month invoice.
      *>
      *> Invoked with one command-line string:
      *>   tellevel USERID ENROLL ACCT [MM]
      *>   tellevel USERID CANCEL ACCT
      *>   tellevel USERID REVIEW
      *>   tellevel USERID LIST
      *> ENROLL starts budget billing with the current period; MM
      *> is the settlement month, by default the month before
      *> enrollment, so a full twelve installments run before the
      *> first settlement.  The account must be on ACCTMAST.DAT,
      *> open, billed on its own (not a site of a consolidated
      *> parent), postpaid and carry at least one closed period.
      *> CANCEL stops the installments; the next invoice settles
      *> whatever difference is still carried.
      *>
      *> REVIEW is the quarterly re-evaluation.  An enrollment
      *> whose installment was last set three or more periods ago
      *> is re-evaluated when the carried difference has drifted
      *> past TELCO_BUDGET_TOLERANCE_PCT percent (default 10) of a
      *> year's installments: the new installment is the fresh
      *> twelve-period average plus the carried difference spread
      *> over the installments left before settlement.  An
      *> enrollment whose settlement has billed is reset to the
      *> fresh average at the next review, drift or none.  LIST
      *> shows every enrollment.
      *>
      *> ENROLL and CANCEL are account maintenance; REVIEW takes
      *> account maintenance or billing operations; LIST any id on
      *> AUTHTB (fail closed throughout).  Every change goes on
      *> TELLEVEL.AUD, same as telapay; the report is TELLEVEL.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tellevel.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGBILL  ASSIGN TO
                "BUDGBILL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS BBL-ACCT-NO
                FILE STATUS IS BBL-STATUS
                .
           SELECT ACCTPER   ASSIGN TO
                "ACCTPER.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCTPER-KEY
                FILE STATUS IS PER-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT AUTHTB    ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT LVLAUDIT  ASSIGN TO
                "TELLEVEL.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS LVLAUDIT-STATUS
                .
           SELECT LVLRPT    ASSIGN TO
                "TELLEVEL.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS LVLRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGBILL.
           COPY CBBUDBIL.
       FD  ACCTPER.
           COPY CBACCTPER.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  LVLAUDIT.
       01  LVLAUDIT-REC      PIC X(190).
       FD  LVLRPT.
       01  LVLRPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  BBL-STATUS        PIC XX      VALUE "00".
       01  PER-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  LVLAUDIT-STATUS   PIC XX      VALUE "00".
       01  LVLRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CUR-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-CUR-PERIOD-R REDEFINES WS-CUR-PERIOD.
           05  WS-CUR-YEAR   PIC 9(04).
           05  WS-CUR-MONTH  PIC 9(02).
       01  WS-REV-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-REV-PERIOD-R REDEFINES WS-REV-PERIOD.
           05  WS-REV-YEAR   PIC 9(04).
           05  WS-REV-MONTH  PIC 9(02).
       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-ACCT-ARG       PIC X(10)   VALUE SPACES.
       01  WS-MONTH-ARG      PIC X(02)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.
       01  WS-BBL-ON-FILE    PIC X       VALUE "N".
           88  ENROLLMENT-ON-FILE       VALUE "Y".

       01  WS-ENV-TOL        PIC X(06)   VALUE SPACES.
       01  WS-TOL-PCT        PIC 9(03)   VALUE 10.

      *>  Trailing-twelve average off ACCTPER.DAT: the account's
      *>  periods arrive oldest first and the last twelve are kept
      *>  in a ring.
       01  WS-AVG-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-PER-COUNT      PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-RING-IX        PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-RING-TABLE.
           05  WS-RING-AMT OCCURS 12 TIMES PIC S9(09)V99.
       01  WS-RING-USED      PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-RING-SUM       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-AVG-AMT        PIC S9(07)V99 VALUE ZERO.

      *>  Review arithmetic.
       01  WS-MONTHS-NOW     PIC 9(06)   COMP-5 VALUE ZERO.
       01  WS-MONTHS-THEN    PIC 9(06)   COMP-5 VALUE ZERO.
       01  WS-MONTHS-SINCE   PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-MONTHS-LEFT    PIC S9(03)  COMP-5 VALUE ZERO.
       01  WS-TOLERANCE      PIC S9(09)V99 VALUE ZERO.
       01  WS-DRIFT          PIC S9(09)V99 VALUE ZERO.
       01  WS-OLD-INSTALL    PIC S9(07)V99 VALUE ZERO.
       01  WS-NEW-INSTALL    PIC S9(07)V99 VALUE ZERO.
       01  WS-REVIEW-RESULT  PIC X(20)   VALUE SPACES.
       01  WS-SETTLE-MONTH   PIC 9(02)   VALUE ZERO.
       01  WS-REVIEWED       PIC 9(05)   VALUE ZERO.
       01  WS-CHANGED        PIC 9(05)   VALUE ZERO.
       01  WS-LISTED         PIC 9(05)   VALUE ZERO.

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -Z,ZZZ,ZZ9.99.
       01  WS-AMT-OUT3       PIC -Z,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           MOVE WS-NOW (1:6) TO WS-CUR-PERIOD
           OPEN OUTPUT LVLRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE "*** usage: tellevel USERID ENROLL ACCT [MM] | "
                  & "CANCEL ACCT | REVIEW | LIST ***" TO LVLRPT-REC
               WRITE LVLRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE LVLRPT
               STOP RUN
           END-IF
           PERFORM CHECK-AUTHORIZATION
           IF NOT USER-AUTHORIZED
               MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
               PERFORM WRITE-REFUSAL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               CLOSE LVLRPT
               STOP RUN
           END-IF
           PERFORM OPEN-BUDGET-FILE
           EVALUATE WS-ACTION
               WHEN "ENROLL"
                   PERFORM ENROLL-BUDGET
                   PERFORM WRITE-AUDIT-RECORD
               WHEN "CANCEL"
                   PERFORM CANCEL-BUDGET
                   PERFORM WRITE-AUDIT-RECORD
               WHEN "REVIEW"
                   PERFORM REVIEW-INSTALLMENTS
               WHEN "LIST"
                   PERFORM LIST-ENROLLMENTS
           END-EVALUATE
           CLOSE BUDGBILL
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM WRITE-REFUSAL
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE LVLRPT
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ACTION
                    WS-ACCT-ARG
                    WS-MONTH-ARG
           END-UNSTRING
           IF WS-USERID = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACTION
               WHEN "ENROLL"
               WHEN "CANCEL"
                   IF WS-ACCT-ARG NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "REVIEW"
               WHEN "LIST"
                   MOVE "Y" TO WS-ARGS-VALID
           END-EVALUATE
           .

      *>  Same fail-closed AUTHTB check as telapay, the level
      *>  needed depending on the action.
       CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN WS-ACTION = "LIST"
                               MOVE "Y" TO WS-AUTHORIZED
                           WHEN AUTH-ACCT-MAINT
                               MOVE "Y" TO WS-AUTHORIZED
                           WHEN AUTH-BILLING-OPS
                            AND WS-ACTION = "REVIEW"
                               MOVE "Y" TO WS-AUTHORIZED
                       END-EVALUATE
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  BUDGBILL.DAT is created on first use, same pattern as
      *>  AUTOPAY.DAT in telapay.
       OPEN-BUDGET-FILE.
           OPEN I-O BUDGBILL
           IF BBL-STATUS NOT = "00"
               OPEN OUTPUT BUDGBILL
               CLOSE BUDGBILL
               OPEN I-O BUDGBILL
           END-IF
           .

      *>  A new enrollment.  An account coming back to budget
      *>  billing after an earlier enrollment ended starts afresh;
      *>  one still settling out an earlier difference waits for
      *>  that invoice.
       ENROLL-BUDGET.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-ACCT-ARG IS NOT NUMERIC
               MOVE "ACCOUNT MUST BE NUMERIC" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MONTH-ARG = SPACES
               COMPUTE WS-SETTLE-MONTH = WS-CUR-MONTH - 1
               END-COMPUTE
               IF WS-SETTLE-MONTH = ZERO
                   MOVE 12 TO WS-SETTLE-MONTH
               END-IF
           ELSE
               IF WS-MONTH-ARG IS NOT NUMERIC
                   MOVE "SETTLEMENT MONTH MUST BE 01-12"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-MONTH-ARG TO WS-SETTLE-MONTH
               IF WS-SETTLE-MONTH < 1 OR WS-SETTLE-MONTH > 12
                   MOVE "SETTLEMENT MONTH MUST BE 01-12"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT ACCT-MASTER
           MOVE WS-ACCT-ARG TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ACCT-CLOSED
                       WHEN ACCT-FINAL-PENDING
                           MOVE "ACCOUNT IS CLOSING OR CLOSED"
                             TO WS-REFUSE-REASON
                       WHEN ACCT-PARENT-NO NOT = ZERO
                           MOVE "SITE ACCOUNT -- BILLED ON ITS PARENT"
                             TO WS-REFUSE-REASON
                       WHEN ACCT-PREPAID
                           MOVE "ACCOUNT IS PREPAID"
                             TO WS-REFUSE-REASON
                   END-EVALUATE
           END-READ
           CLOSE ACCT-MASTER
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BBL-ON-FILE
           MOVE WS-ACCT-ARG TO BBL-ACCT-NO
           READ BUDGBILL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ENROLLMENT-ON-FILE TO TRUE
           END-READ
           IF ENROLLMENT-ON-FILE
               IF BBL-ACTIVE
                   MOVE "ALREADY ON BUDGET BILLING"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF BBL-CANCELLED
                   MOVE "EARLIER BUDGET NOT YET SETTLED"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-ACCT-ARG TO WS-AVG-ACCT
           PERFORM COMPUTE-TRAILING-AVERAGE
           IF WS-RING-USED = ZERO
               MOVE "NO CLOSED PERIOD ON ACCTPER"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           INITIALIZE BUDGBILL-REC
           MOVE WS-ACCT-ARG     TO BBL-ACCT-NO
           MOVE "A"             TO BBL-STATUS-IND
           MOVE WS-AVG-AMT      TO BBL-INSTALL-AMT
           MOVE WS-SETTLE-MONTH TO BBL-SETTLE-MONTH
           MOVE WS-CUR-PERIOD   TO BBL-START-PERIOD
           MOVE ZERO            TO BBL-DEFER-BAL BBL-LAST-PERIOD
           MOVE WS-CUR-PERIOD   TO BBL-LAST-REVIEW
           MOVE "N"             TO BBL-REVIEW-DUE
           MOVE WS-USERID       TO BBL-SET-BY
           MOVE WS-TODAY        TO BBL-SET-DATE
           IF ENROLLMENT-ON-FILE
               REWRITE BUDGBILL-REC
           ELSE
               WRITE BUDGBILL-REC
               END-WRITE
           END-IF
           MOVE BBL-INSTALL-AMT TO WS-AMT-OUT
           MOVE WS-RING-USED    TO WS-COUNT-OUT
           MOVE SPACES TO LVLRPT-REC
           STRING "Budget billing enrolled: acct " DELIMITED BY SIZE
                  WS-ACCT-ARG                      DELIMITED BY SIZE
                  " installment "                  DELIMITED BY SIZE
                  WS-AMT-OUT                       DELIMITED BY SIZE
                  " from "                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-OUT)     DELIMITED BY SIZE
                  " period(s), settles month "     DELIMITED BY SIZE
                  WS-SETTLE-MONTH                  DELIMITED BY SIZE
                INTO LVLRPT-REC
           END-STRING
           WRITE LVLRPT-REC
           END-WRITE
           .

      *>  The installments stop; a carried difference is left for
      *>  telbill to settle on the next invoice, after which it
      *>  ends the enrollment itself.
       CANCEL-BUDGET.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-ACCT-ARG IS NOT NUMERIC
               MOVE "ACCOUNT MUST BE NUMERIC" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-ARG TO BBL-ACCT-NO
           READ BUDGBILL
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE" TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF NOT BBL-ACTIVE
               MOVE "ENROLLMENT NOT ACTIVE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF BBL-DEFER-BAL = ZERO
               MOVE "C" TO BBL-STATUS-IND
           ELSE
               MOVE "X" TO BBL-STATUS-IND
           END-IF
           MOVE WS-USERID TO BBL-SET-BY
           MOVE WS-TODAY  TO BBL-SET-DATE
           REWRITE BUDGBILL-REC
           MOVE BBL-DEFER-BAL TO WS-AMT-OUT
           MOVE SPACES TO LVLRPT-REC
           STRING "Budget billing cancelled: acct " DELIMITED BY SIZE
                  WS-ACCT-ARG                       DELIMITED BY SIZE
                  " difference to settle "          DELIMITED BY SIZE
                  WS-AMT-OUT                        DELIMITED BY SIZE
                INTO LVLRPT-REC
           END-STRING
           WRITE LVLRPT-REC
           END-WRITE
           .

      *>  Average PER-OUTPUT-TOT over the account's last twelve
      *>  closed periods (fewer when it has fewer), into
      *>  WS-AVG-AMT; WS-RING-USED says how many were found.
       COMPUTE-TRAILING-AVERAGE.
           MOVE ZERO TO WS-PER-COUNT WS-RING-USED WS-RING-SUM
                        WS-AVG-AMT
           OPEN INPUT ACCTPER
           IF PER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AVG-ACCT TO PER-ACCT-NO
           MOVE ZERO        TO PER-PERIOD
           START ACCTPER KEY IS NOT LESS THAN ACCTPER-KEY
               INVALID KEY
                   CLOSE ACCTPER
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ ACCTPER NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PER-ACCT-NO NOT = WS-AVG-ACCT
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PER-COUNT
               COMPUTE WS-RING-IX =
                       FUNCTION MOD (WS-PER-COUNT - 1, 12) + 1
               END-COMPUTE
               MOVE PER-OUTPUT-TOT TO WS-RING-AMT (WS-RING-IX)
           END-PERFORM
           CLOSE ACCTPER
           IF WS-PER-COUNT > 12
               MOVE 12 TO WS-RING-USED
           ELSE
               MOVE WS-PER-COUNT TO WS-RING-USED
           END-IF
           PERFORM VARYING WS-RING-IX FROM 1 BY 1
                   UNTIL WS-RING-IX > WS-RING-USED
               ADD WS-RING-AMT (WS-RING-IX) TO WS-RING-SUM
           END-PERFORM
           IF WS-RING-USED > ZERO
               COMPUTE WS-AVG-AMT ROUNDED =
                       WS-RING-SUM / WS-RING-USED
               END-COMPUTE
           END-IF
           IF WS-AVG-AMT < ZERO
               MOVE ZERO TO WS-AVG-AMT
           END-IF
           .

      *>  The quarterly pass over every active enrollment.
       REVIEW-INSTALLMENTS.
           MOVE SPACES TO WS-ENV-TOL
           ACCEPT WS-ENV-TOL FROM ENVIRONMENT
               "TELCO_BUDGET_TOLERANCE_PCT"
           END-ACCEPT
           IF WS-ENV-TOL NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-TOL) TO WS-TOL-PCT
           END-IF
           MOVE "TELCO_BUDGET_TOLERANCE_PCT" TO CFQ-SETTING
           MOVE WS-ENV-TOL TO CFQ-ENV-VALUE
           MOVE WS-TOL-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO LVLRPT-REC
           STRING "==== BUDGET BILLING REVIEW "  DELIMITED BY SIZE
                  WS-CUR-PERIOD                  DELIMITED BY SIZE
                  " -- tolerance "               DELIMITED BY SIZE
                  WS-TOL-PCT                     DELIMITED BY SIZE
                  "% of a year's installments ====" DELIMITED BY SIZE
                INTO LVLRPT-REC
           END-STRING
           WRITE LVLRPT-REC
           END-WRITE
           MOVE SPACES TO LVLRPT-REC
           MOVE "Account"          TO LVLRPT-REC (1:10)
           MOVE "  Installment"    TO LVLRPT-REC (12:14)
           MOVE "    Difference"   TO LVLRPT-REC (27:14)
           MOVE "New installment"  TO LVLRPT-REC (43:15)
           MOVE "Result"           TO LVLRPT-REC (60:20)
           WRITE LVLRPT-REC
           END-WRITE
           COMPUTE WS-MONTHS-NOW = WS-CUR-YEAR * 12 + WS-CUR-MONTH
           END-COMPUTE
           MOVE ZERO TO BBL-ACCT-NO
           START BUDGBILL KEY IS NOT LESS THAN BBL-ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ BUDGBILL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF BBL-ACTIVE
                   PERFORM REVIEW-ONE-ENROLLMENT
               END-IF
           END-PERFORM
           MOVE SPACES TO LVLRPT-REC
           STRING "Enrollments reviewed: "  DELIMITED BY SIZE
                  WS-REVIEWED               DELIMITED BY SIZE
                  "   installments changed: " DELIMITED BY SIZE
                  WS-CHANGED                DELIMITED BY SIZE
                INTO LVLRPT-REC
           END-STRING
           WRITE LVLRPT-REC
           END-WRITE
           .

       REVIEW-ONE-ENROLLMENT.
           ADD 1 TO WS-REVIEWED
           MOVE BBL-INSTALL-AMT TO WS-OLD-INSTALL WS-NEW-INSTALL
           MOVE BBL-LAST-REVIEW TO WS-REV-PERIOD
           COMPUTE WS-MONTHS-THEN = WS-REV-YEAR * 12 + WS-REV-MONTH
           END-COMPUTE
           COMPUTE WS-MONTHS-SINCE = WS-MONTHS-NOW - WS-MONTHS-THEN
           END-COMPUTE
           EVALUATE TRUE
               WHEN BBL-RESET-DUE
                   MOVE BBL-ACCT-NO TO WS-AVG-ACCT
                   PERFORM COMPUTE-TRAILING-AVERAGE
                   MOVE WS-AVG-AMT TO WS-NEW-INSTALL
                   MOVE "RESET AFTER SETTLE" TO WS-REVIEW-RESULT
               WHEN WS-MONTHS-SINCE < 3
                   MOVE "NOT YET DUE" TO WS-REVIEW-RESULT
               WHEN OTHER
                   PERFORM TEST-INSTALLMENT-DRIFT
           END-EVALUATE
           IF WS-REVIEW-RESULT NOT = "NOT YET DUE"
               MOVE WS-NEW-INSTALL TO BBL-INSTALL-AMT
               MOVE WS-CUR-PERIOD  TO BBL-LAST-REVIEW
               MOVE "N"            TO BBL-REVIEW-DUE
               MOVE WS-USERID      TO BBL-SET-BY
               MOVE WS-TODAY       TO BBL-SET-DATE
               REWRITE BUDGBILL-REC
               IF WS-NEW-INSTALL NOT = WS-OLD-INSTALL
                   ADD 1 TO WS-CHANGED
                   PERFORM WRITE-REVIEW-AUDIT
               END-IF
           END-IF
           MOVE WS-OLD-INSTALL TO WS-AMT-OUT
           MOVE BBL-DEFER-BAL  TO WS-AMT-OUT2
           MOVE WS-NEW-INSTALL TO WS-AMT-OUT3
           MOVE SPACES TO LVLRPT-REC
           MOVE BBL-ACCT-NO      TO LVLRPT-REC (1:10)
           MOVE WS-AMT-OUT       TO LVLRPT-REC (12:14)
           MOVE WS-AMT-OUT2      TO LVLRPT-REC (27:14)
           MOVE WS-AMT-OUT3      TO LVLRPT-REC (43:14)
           MOVE WS-REVIEW-RESULT TO LVLRPT-REC (60:20)
           WRITE LVLRPT-REC
           END-WRITE
           .

      *>  Drift past tolerance re-spreads the carried difference
      *>  over the installments left before the settlement month;
      *>  a settlement due this period takes it all anyway.
       TEST-INSTALLMENT-DRIFT.
           COMPUTE WS-TOLERANCE ROUNDED =
                   BBL-INSTALL-AMT * 12 * WS-TOL-PCT / 100
           END-COMPUTE
           MOVE BBL-DEFER-BAL TO WS-DRIFT
           IF WS-DRIFT < ZERO
               COMPUTE WS-DRIFT = ZERO - WS-DRIFT
               END-COMPUTE
           END-IF
           IF WS-DRIFT <= WS-TOLERANCE
               MOVE "WITHIN TOLERANCE" TO WS-REVIEW-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHS-LEFT = BBL-SETTLE-MONTH
                                  - WS-CUR-MONTH
           END-COMPUTE
           IF WS-MONTHS-LEFT < ZERO
               ADD 12 TO WS-MONTHS-LEFT
           END-IF
           IF WS-MONTHS-LEFT = ZERO
               MOVE "SETTLES THIS PERIOD" TO WS-REVIEW-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE BBL-ACCT-NO TO WS-AVG-ACCT
           PERFORM COMPUTE-TRAILING-AVERAGE
           COMPUTE WS-NEW-INSTALL ROUNDED = WS-AVG-AMT
                 + BBL-DEFER-BAL / WS-MONTHS-LEFT
           END-COMPUTE
           IF WS-NEW-INSTALL < ZERO
               MOVE ZERO TO WS-NEW-INSTALL
           END-IF
           IF WS-NEW-INSTALL > WS-OLD-INSTALL
               MOVE "RAISED" TO WS-REVIEW-RESULT
           ELSE
               MOVE "LOWERED" TO WS-REVIEW-RESULT
           END-IF
           .

       LIST-ENROLLMENTS.
           MOVE SPACES TO LVLRPT-REC
           MOVE "Account"          TO LVLRPT-REC (1:10)
           MOVE "St"               TO LVLRPT-REC (12:2)
           MOVE "  Installment"    TO LVLRPT-REC (15:14)
           MOVE "Settle"           TO LVLRPT-REC (30:6)
           MOVE "Start"            TO LVLRPT-REC (37:6)
           MOVE "    Difference"   TO LVLRPT-REC (44:14)
           MOVE "Billed"           TO LVLRPT-REC (59:6)
           MOVE "Review"           TO LVLRPT-REC (66:6)
           WRITE LVLRPT-REC
           END-WRITE
           MOVE ZERO TO BBL-ACCT-NO
           START BUDGBILL KEY IS NOT LESS THAN BBL-ACCT-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ BUDGBILL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-LISTED
               MOVE BBL-INSTALL-AMT TO WS-AMT-OUT
               MOVE BBL-DEFER-BAL   TO WS-AMT-OUT2
               MOVE SPACES TO LVLRPT-REC
               MOVE BBL-ACCT-NO      TO LVLRPT-REC (1:10)
               MOVE BBL-STATUS-IND   TO LVLRPT-REC (12:1)
               MOVE WS-AMT-OUT       TO LVLRPT-REC (15:14)
               MOVE BBL-SETTLE-MONTH TO LVLRPT-REC (32:2)
               MOVE BBL-START-PERIOD TO LVLRPT-REC (37:6)
               MOVE WS-AMT-OUT2      TO LVLRPT-REC (44:14)
               MOVE BBL-LAST-PERIOD  TO LVLRPT-REC (59:6)
               MOVE BBL-LAST-REVIEW  TO LVLRPT-REC (66:6)
               WRITE LVLRPT-REC
               END-WRITE
           END-PERFORM
           MOVE SPACES TO LVLRPT-REC
           STRING "Enrollments on file: " DELIMITED BY SIZE
                  WS-LISTED               DELIMITED BY SIZE
                INTO LVLRPT-REC
           END-STRING
           WRITE LVLRPT-REC
           END-WRITE
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telapay's TELAPAY.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND LVLAUDIT
           IF LVLAUDIT-STATUS NOT = "00"
               OPEN OUTPUT LVLAUDIT
           END-IF
           MOVE SPACES TO LVLAUDIT-REC
           IF WS-REFUSE-REASON = SPACES
               MOVE BBL-INSTALL-AMT TO WS-AMT-OUT
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION              DELIMITED BY SIZE
                      "  acct="              DELIMITED BY SIZE
                      WS-ACCT-ARG            DELIMITED BY SIZE
                      "  installment="       DELIMITED BY SIZE
                      WS-AMT-OUT             DELIMITED BY SIZE
                      "  settle="            DELIMITED BY SIZE
                      BBL-SETTLE-MONTH       DELIMITED BY SIZE
                      "  status="            DELIMITED BY SIZE
                      BBL-STATUS-IND         DELIMITED BY SIZE
                      "  action=DONE"        DELIMITED BY SIZE
                    INTO LVLAUDIT-REC
               END-STRING
           ELSE
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION              DELIMITED BY SIZE
                      "  acct="              DELIMITED BY SIZE
                      WS-ACCT-ARG            DELIMITED BY SIZE
                      "  action=REFUSED-"    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                              DELIMITED BY SIZE
                    INTO LVLAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE LVLAUDIT-REC
           END-WRITE
           CLOSE LVLAUDIT
           .

      *>  One line per installment the review moved.
       WRITE-REVIEW-AUDIT.
           OPEN EXTEND LVLAUDIT
           IF LVLAUDIT-STATUS NOT = "00"
               OPEN OUTPUT LVLAUDIT
           END-IF
           MOVE WS-OLD-INSTALL TO WS-AMT-OUT
           MOVE WS-NEW-INSTALL TO WS-AMT-OUT3
           MOVE BBL-DEFER-BAL  TO WS-AMT-OUT2
           MOVE SPACES TO LVLAUDIT-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  user="              DELIMITED BY SIZE
                  WS-USERID              DELIMITED BY SIZE
                  "  action=REVIEW"      DELIMITED BY SIZE
                  "  acct="              DELIMITED BY SIZE
                  BBL-ACCT-NO            DELIMITED BY SIZE
                  "  old="               DELIMITED BY SIZE
                  WS-AMT-OUT             DELIMITED BY SIZE
                  "  new="               DELIMITED BY SIZE
                  WS-AMT-OUT3            DELIMITED BY SIZE
                  "  difference="        DELIMITED BY SIZE
                  WS-AMT-OUT2            DELIMITED BY SIZE
                  "  action="            DELIMITED BY SIZE
                  WS-REVIEW-RESULT       DELIMITED BY SPACE
                INTO LVLAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE LVLAUDIT-REC
           END-WRITE
           CLOSE LVLAUDIT
           .

       WRITE-REFUSAL.
           MOVE SPACES TO LVLRPT-REC
           STRING "*** "                       DELIMITED BY SIZE
                  WS-ACTION                    DELIMITED BY SIZE
                  " refused: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                  " ***"                       DELIMITED BY SIZE
                INTO LVLRPT-REC
           END-STRING
           WRITE LVLRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELLEVEL" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELLEVEL.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELLEVEL.AUD" TO SRQ-TRAIL
           MOVE LVLAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO LVLAUDIT-REC
           .
       END PROGRAM tellevel.
