      *>
      *> telbest.cob -- best-plan advisor.  Care gets asked "am I on
      *> the right plan?" and had nothing to answer with but a
      *> calculator; Marketing wanted the same answer for the whole
      *> base so overpaying customers hear it from us before they
      *> hear it from a competitor.  This pass takes a closed
      *> period's STMTDET.DAT calls and re-prices every account's
      *> month under every plan on PLANTAB.DAT:
      *>
      *>   telbest [YYYYMM] [MIN-SAVING]
      *>
      *> No period names the most recently closed one on
      *> TELCLOSE.DAT.  Each call is priced the way telco5 prices
      *> it -- the plan's rate code for the call's class (the
      *> standard row where the plan leaves the class alone), as of
      *> the call's own date; the class's increment rule; the
      *> plan's PLAN-INCL-MINUTES burned down first; the class's
      *> RATETIER schedule from the account's cumulative minutes;
      *> the OFPK factor for evening, weekend and CALTB holiday
      *> calls; an on-net call at the plan's on-net code (its
      *> standard rate where it names none), kept out of the
      *> bundle where the plan says so -- and each plan then takes
      *> its RECURTB items with the account's RECUROVR overrides,
      *> the way telbill stages them.  The account's own plan is
      *> modeled through the same path, so the saving is like for
      *> like; the register's invoiced usage for the period prints
      *> beside it as the cross-check.  Discounts and taxes are
      *> left out (they ride on any plan alike), a pooled plan is
      *> modeled as if the account drew its bundle alone, and
      *> wholesale and closed accounts are skipped.
      *>
      *> Accounts whose saving reaches MIN-SAVING (default
      *> TELCO_PLAN_SAVING_MIN, else 10.00) go to the PLANLTR.DAT
      *> extract -- name, mailing address, both plans and the
      *> saving -- for the customer letter.  Report on TELBEST.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telbest.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTDET  ASSIGN TO
                "STMTDET.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS STMTDET-STATUS
                .
           SELECT SORTFILE ASSIGN TO
                "BESTSORT.TMP"
                .
           SELECT CLOSETB  ASSIGN TO
                "TELCLOSE.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS CLOSE-PERIOD
                FILE STATUS IS CLOSE-STATUS
                .
           SELECT PLANTAB  ASSIGN TO
                "PLANTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS PLAN-CODE
                FILE STATUS IS PLAN-STATUS
                .
           SELECT RATE-TABLE ASSIGN TO
                "RATETAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RATE-KEY
                FILE STATUS IS RATE-STATUS
                .
           SELECT RATETIER ASSIGN TO
                "RATETIER.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS TIER-KEY
                FILE STATUS IS TIER-STATUS
                .
           SELECT CALTB    ASSIGN TO
                "CALTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CAL-DATE
                FILE STATUS IS CAL-STATUS
                .
           SELECT RECURTB  ASSIGN TO
                "RECURTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RECUR-KEY
                FILE STATUS IS RECUR-STATUS
                .
           SELECT RECUROVR ASSIGN TO
                "RECUROVR.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RECOVR-KEY
                FILE STATUS IS RECOVR-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS SEQUENTIAL
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
      *>  The period's invoiced usage per account, rebuilt from the
      *>  register every run -- the BILLLINE.WRK memo shape, so the
      *>  per-account pass pays one keyed read, never a sweep.
           SELECT INVWORK  ASSIGN TO
                "BESTINV.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS IVW-ACCT-NO
                FILE STATUS IS IVW-STATUS
                .
           SELECT PLANLTR  ASSIGN TO
                "PLANLTR.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS LTR-STATUS
                .
           SELECT BESTRPT  ASSIGN TO
                "TELBEST.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS BESTRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  STMTDET.
           COPY CBSTMT.
      *>  The sort record mirrors CBSTMT field for field -- the
      *>  telstmt sort, account then date then time, so each
      *>  account's calls arrive together in the order the
      *>  allowance and the tier position were drawn down.
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-ACCT-NO         PIC 9(10).
           05  SRT-CALL-DATE       PIC 9(08).
           05  SRT-CALL-TIME       PIC 9(04).
           05  SRT-CALLED-NUMBER   PIC X(15).
           05  SRT-RATE-CLASS      PIC X(02).
           05  SRT-UNITS           PIC S9(09).
           05  SRT-CHARGE          PIC S9(09)V99.
           05  SRT-JURIS-CLASS     PIC X(01).
           05  SRT-CALLING-NUMBER  PIC X(15).
       FD  CLOSETB.
           COPY CBCLOSE.
       FD  PLANTAB.
           COPY CBPLAN.
       FD  RATE-TABLE.
           COPY CBRATE.
       FD  RATETIER.
           COPY CBTIER.
       FD  CALTB.
           COPY CBCAL.
       FD  RECURTB.
           COPY CBRECUR.
       FD  RECUROVR.
           COPY CBRECOVR.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  INVREG.
           COPY CBINVREG.
       FD  INVWORK.
       01  INVWORK-REC.
           05  IVW-ACCT-NO         PIC 9(10).
           05  IVW-PRICE-TOT       PIC S9(09)V99.
           05  IVW-INV-COUNT       PIC 9(03).
      *>  Letter extract: one "D" row per account to write to, a
      *>  "T" trailer with the row count and total saving so the
      *>  mail house can prove it loaded the whole file.
       FD  PLANLTR.
       01  PLANLTR-REC.
           05  LTR-REC-TYPE        PIC X(01).
           05  LTR-ACCT-NO         PIC 9(10).
           05  LTR-NAME            PIC X(30).
           05  LTR-ADDR-LINE1      PIC X(30).
           05  LTR-ADDR-LINE2      PIC X(30).
           05  LTR-ADDR-CITY       PIC X(20).
           05  LTR-ADDR-STATE      PIC X(02).
           05  LTR-ADDR-ZIP        PIC X(10).
           05  LTR-PERIOD          PIC 9(06).
           05  LTR-CUR-PLAN        PIC X(04).
           05  LTR-CUR-COST        PIC S9(09)V99.
           05  LTR-BEST-PLAN       PIC X(04).
           05  LTR-BEST-COST       PIC S9(09)V99.
           05  LTR-SAVING          PIC S9(09)V99.
       01  PLANLTR-TRAILER.
           05  LTT-REC-TYPE        PIC X(01).
           05  LTT-PERIOD          PIC 9(06).
           05  LTT-RUN-DATE        PIC 9(08).
           05  LTT-ROW-COUNT       PIC 9(07).
           05  LTT-SAVING-TOT      PIC S9(11)V99.
       FD  BESTRPT.
       01  BESTREC           PIC X(110).

       WORKING-STORAGE SECTION.
       01  STMTDET-STATUS    PIC XX      VALUE "00".
       01  CLOSE-STATUS      PIC XX      VALUE "00".
       01  PLAN-STATUS       PIC XX      VALUE "00".
       01  RATE-STATUS       PIC XX      VALUE "00".
       01  TIER-STATUS       PIC XX      VALUE "00".
       01  CAL-STATUS        PIC XX      VALUE "00".
       01  RECUR-STATUS      PIC XX      VALUE "00".
       01  RECOVR-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  IVW-STATUS        PIC XX      VALUE "00".
       01  LTR-STATUS        PIC XX      VALUE "00".
       01  BESTRPT-STATUS    PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-PERIOD-ARG     PIC X(06)   VALUE SPACES.
       01  WS-SAVING-ARG     PIC X(12)   VALUE SPACES.
       01  WS-ENV-SAVING     PIC X(12)   VALUE SPACES.
       01  WS-SEL-PERIOD     PIC 9(06)   VALUE ZERO.
       01  WS-MIN-SAVING     PIC S9(07)V99 COMP-5 VALUE 10.00.
       01  WS-FAIL-REASON    PIC X(50)   VALUE SPACES.

      *>  Every PLANTAB plan, loaded once.  Class slots run 1 PR
      *>  (PREM), 2 LO (STD), 3 IN (INTL), 4 TF -- the statement
      *>  feed's classes in the order telco5 tests them.  The slot
      *>  after the last plan is the "no plan on file" baseline:
      *>  standard rates, no bundle, no recurring items -- what an
      *>  account with a blank or unknown ACCT-PLAN-CODE actually
      *>  bills at.  It is priced for the current-plan figure but
      *>  is never offered as an alternative.
       01  WS-PLAN-COUNT     PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-PLAN-MAX       PIC 9(03)   COMP-5 VALUE 49.
       01  WS-PLAN-SKIPPED   PIC 9(05)   VALUE ZERO.
       01  PLAN-MODEL-TABLE.
           05  BP-ENTRY OCCURS 50 TIMES INDEXED BY BP-IDX.
               10  BP-CODE         PIC X(04)      VALUE SPACES.
               10  BP-INCL-MIN     PIC 9(07)      VALUE ZERO.
               10  BP-ONNET-OWN    PIC X          VALUE "N".
               10  BP-ONNET-ALLOW  PIC X          VALUE "Y".
               10  BP-CLASS OCCURS 5 TIMES.
                   15  BP-RATE-CODE    PIC X(04)  VALUE SPACES.
                   15  BP-CACHE-DATE   PIC 9(08)  VALUE ZERO.
                   15  BP-CACHE-FOUND  PIC X      VALUE "N".
                   15  BP-CACHE-RATE   PIC S9(03)V9(05) COMP-5
                                                  VALUE ZERO.
                   15  BP-CACHE-ROUND  PIC X      VALUE "R".
               10  BP-ALLOW-LEFT   PIC S9(09)     COMP-5 VALUE ZERO.
               10  BP-USAGE-TOT    PIC S9(09)V9(04) COMP-5
                                                  VALUE ZERO.
               10  BP-RECUR-TOT    PIC S9(09)V99  COMP-5 VALUE ZERO.
               10  BP-COST-TOT     PIC S9(09)V99  COMP-5 VALUE ZERO.

      *>  The class's own (standard) row as of a date -- its rate
      *>  and round mode where the plan leaves the class alone, and
      *>  the increment rule in every case, the way telco5 loads
      *>  PREM-INIT-UNITS and friends off the class row.  Cached
      *>  per class per call date; the OFPK factor likewise.
       01  CLASS-RATE-TABLE.
           05  CL-ENTRY OCCURS 5 TIMES INDEXED BY CL-IDX.
               10  CL-RATE-CODE    PIC X(04).
               10  CL-CLASS        PIC X(02).
               10  CL-CACHE-DATE   PIC 9(08)      VALUE ZERO.
               10  CL-RATE         PIC S9(03)V9(05) COMP-5.
               10  CL-ROUND        PIC X.
               10  CL-INIT-UNITS   PIC 9(03)      COMP-5 VALUE ZERO.
               10  CL-INCR-UNITS   PIC 9(03)      COMP-5 VALUE ZERO.
               10  CL-INCR-DIR     PIC X          VALUE "U".
               10  CL-TIER-COUNT   PIC 9(02)      COMP-5 VALUE ZERO.
               10  CL-TIER OCCURS 10 TIMES.
                   15  CL-TIER-FROM    PIC 9(09)  VALUE ZERO.
                   15  CL-TIER-RATE    PIC S9(03)V9(05) COMP-5
                                                  VALUE ZERO.
      *>  Compiled-in defaults, telco5's, for a class whose row is
      *>  missing from RATETAB altogether.
       01  CLASS-RATE-DEFAULTS.
           05  FILLER PIC X(06) VALUE "PREMPR".
           05  FILLER PIC S9(03)V9(05) COMP-5 VALUE 0.00894.
           05  FILLER PIC X(06) VALUE "STD LO".
           05  FILLER PIC S9(03)V9(05) COMP-5 VALUE 0.00130.
           05  FILLER PIC X(06) VALUE "INTLIN".
           05  FILLER PIC S9(03)V9(05) COMP-5 VALUE 0.02500.
           05  FILLER PIC X(06) VALUE "TF  TF".
           05  FILLER PIC S9(03)V9(05) COMP-5 VALUE 0.00000.
      *>  On-net rides the standard row unless the plan says
      *>  otherwise, exactly as telco5's RATE-ON-NET-CALL does.
           05  FILLER PIC X(06) VALUE "STD ON".
           05  FILLER PIC S9(03)V9(05) COMP-5 VALUE 0.00130.
       01  CLASS-RATE-DEFAULT-TBL REDEFINES CLASS-RATE-DEFAULTS.
           05  CLD-ENTRY OCCURS 5 TIMES.
               10  CLD-RATE-CODE   PIC X(04).
               10  CLD-CLASS       PIC X(02).
               10  CLD-RATE        PIC S9(03)V9(05) COMP-5.
      *>  Open switches for the lookup files -- a keyed miss leaves
      *>  the status at "23", so the status field cannot say
      *>  whether the file is there.
       01  WS-CAL-OPEN       PIC X       VALUE "N".
           88  CAL-FILE-OPEN            VALUE "Y".
       01  WS-RECUR-OPEN     PIC X       VALUE "N".
           88  RECUR-FILE-OPEN          VALUE "Y".
       01  WS-RECOVR-OPEN    PIC X       VALUE "N".
           88  RECOVR-FILE-OPEN         VALUE "Y".
       01  WS-OFPK-DATE      PIC 9(08)   VALUE ZERO.
       01  WS-OFPK-RATE      PIC S9(03)V9(05) COMP-5 VALUE 1.00.

      *>  FIND-RATE-AS-OF-DATE's arguments and results.
       01  WS-LOOKUP-CODE    PIC X(04)   VALUE SPACES.
       01  WS-LOOKUP-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-LOOKUP-VALUE   PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-LOOKUP-ROUND   PIC X       VALUE "R".
       01  WS-LOOKUP-INIT    PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-LOOKUP-INCR    PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-LOOKUP-DIR     PIC X       VALUE "U".
       01  WS-RATE-FOUND     PIC X       VALUE "N".
           88  RATE-FOUND               VALUE "Y".

      *>  One call in flight.
       01  WS-CLASS-SLOT     PIC 9(01)   VALUE ZERO.
       01  WS-OFFPEAK-SW     PIC X       VALUE "N".
           88  OFFPEAK-CALL             VALUE "Y".
       01  WS-CALL-HOUR      PIC 99      VALUE ZERO.
       01  WS-DATE-INT       PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DAY-OF-WEEK    PIC 9(01)   VALUE ZERO.
       01  WS-BILL-UNITS     PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-RATED-UNITS    PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-OVER-UNITS     PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-INCR-STEPS     PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-ACTIVE-RATE    PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-ACTIVE-ROUND   PIC X       VALUE "R".
       01  TEMP-PRICE        PIC S9(07)V9(04) COMP-5 VALUE ZERO.
       01  WS-TIER-PRICE     PIC S9(09)V9(04) COMP-5 VALUE ZERO.
       01  WS-TIER-RATE      PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-TIER-REMAIN    PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-TIER-POS       PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-TIER-TAKE      PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-TIER-BOUND     PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-TIER-NO        PIC 9(02)   COMP-5 VALUE ZERO.

      *>  One account in flight.
       01  WS-SORT-EOF       PIC X       VALUE "N".
           88  SORT-AT-END               VALUE "Y".
       01  WS-CUR-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-ACCT-MODEL     PIC X       VALUE "N".
           88  ACCT-MODELED              VALUE "Y".
       01  WS-ACCT-MOU       PIC S9(15)  COMP-5 VALUE ZERO.
       01  WS-ACCT-CALLS     PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-CUR-SLOT       PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-BEST-SLOT      PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-BASE-SLOT      PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-CUR-PLAN-OUT   PIC X(04)   VALUE SPACES.
       01  WS-BEST-PLAN-OUT  PIC X(04)   VALUE SPACES.
       01  WS-SAVING         PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-INVOICED       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-INVOICED-SW    PIC X       VALUE "N".
           88  INVOICED-FOUND           VALUE "Y".

       01  WS-ACCT-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-SKIP-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-BETTER-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-LETTER-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-CALL-COUNT     PIC 9(09)   VALUE ZERO.
       01  WS-SAVING-TOT     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-LETTER-TOT     PIC S9(11)V99 COMP-5 VALUE ZERO.

       01  WS-AMT-OUT        PIC -ZZZ,ZZ9.99.
       01  WS-AMT-OUT2       PIC -ZZZ,ZZ9.99.
       01  WS-AMT-OUT3       PIC -ZZZ,ZZ9.99.
       01  WS-AMT-OUT4       PIC -ZZZ,ZZ9.99.
       01  WS-TOT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-INV-OUT        PIC X(11)   VALUE SPACES.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-PLANS-OUT      PIC ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           OPEN OUTPUT BESTRPT
           PERFORM PARSE-COMMAND-LINE
           IF WS-FAIL-REASON = SPACES
               PERFORM LOAD-PLAN-MODELS
           END-IF
           IF WS-FAIL-REASON = SPACES
               OPEN INPUT STMTDET
               IF STMTDET-STATUS NOT = "00"
                   MOVE "STMTDET.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               ELSE
                   CLOSE STMTDET
               END-IF
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO BESTREC
               STRING "*** best-plan run failed: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FAIL-REASON)
                                                DELIMITED BY SIZE
                      " ***"                    DELIMITED BY SIZE
                    INTO BESTREC
               END-STRING
               WRITE BESTREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE BESTRPT
               STOP RUN
           END-IF
           PERFORM LOAD-CLASS-TIERS
           PERFORM LOAD-INVOICED-USAGE
           OPEN INPUT CALTB
           IF CAL-STATUS = "00"
               SET CAL-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT RECURTB
           IF RECUR-STATUS = "00"
               SET RECUR-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT RECUROVR
           IF RECOVR-STATUS = "00"
               SET RECOVR-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT ACCT-MASTER
           OPEN OUTPUT PLANLTR
           PERFORM WRITE-REPORT-HEADER
           SORT SORTFILE
               ON ASCENDING KEY SRT-ACCT-NO
                                SRT-CALL-DATE
                                SRT-CALL-TIME
               USING STMTDET
               OUTPUT PROCEDURE IS MODEL-ALL-ACCOUNTS
           PERFORM WRITE-LETTER-TRAILER
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE PLANLTR
                 ACCT-MASTER
                 INVWORK
                 RATE-TABLE
           IF CAL-FILE-OPEN
               CLOSE CALTB
           END-IF
           IF RECUR-FILE-OPEN
               CLOSE RECURTB
           END-IF
           IF RECOVR-FILE-OPEN
               CLOSE RECUROVR
           END-IF
           CLOSE BESTRPT
           STOP RUN
           .

      *>  Period and threshold.  No period on the command line is
      *>  the last period telclose cut over -- the one telbill
      *>  invoiced -- so the "actual" column has a register row to
      *>  stand beside.
       PARSE-COMMAND-LINE.
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-PERIOD-ARG
                    WS-SAVING-ARG
           END-UNSTRING
           ACCEPT WS-ENV-SAVING FROM ENVIRONMENT
               "TELCO_PLAN_SAVING_MIN"
           END-ACCEPT
           IF WS-ENV-SAVING NOT = SPACES
               COMPUTE WS-MIN-SAVING =
                       FUNCTION NUMVAL (WS-ENV-SAVING)
               END-COMPUTE
           END-IF
           IF WS-SAVING-ARG NOT = SPACES
               COMPUTE WS-MIN-SAVING =
                       FUNCTION NUMVAL (WS-SAVING-ARG)
               END-COMPUTE
           END-IF
           MOVE "TELCO_PLAN_SAVING_MIN" TO CFQ-SETTING
           MOVE WS-ENV-SAVING TO CFQ-ENV-VALUE
           MOVE WS-MIN-SAVING TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           IF WS-PERIOD-ARG NOT = SPACES
               IF WS-PERIOD-ARG IS NUMERIC
                   MOVE WS-PERIOD-ARG TO WS-SEL-PERIOD
               ELSE
                   MOVE "PERIOD MUST BE YYYYMM" TO WS-FAIL-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
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
           END-IF
           .

      *>  PLANTAB into the model table, plus the baseline slot.
      *>  RATETAB is opened here and stays open for the run.
       LOAD-PLAN-MODELS.
           OPEN INPUT RATE-TABLE
           IF RATE-STATUS NOT = "00"
               MOVE "RATETAB.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PLANTAB
           IF PLAN-STATUS NOT = "00"
               MOVE "PLANTAB.DAT NOT AVAILABLE" TO WS-FAIL-REASON
               CLOSE RATE-TABLE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-PLAN-COUNT
           PERFORM UNTIL 0 = 1
               READ PLANTAB NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PLAN-COUNT >= WS-PLAN-MAX
                   ADD 1 TO WS-PLAN-SKIPPED
               ELSE
                   ADD 1 TO WS-PLAN-COUNT
                   SET BP-IDX TO WS-PLAN-COUNT
                   MOVE PLAN-CODE           TO BP-CODE (BP-IDX)
                   MOVE PLAN-INCL-MINUTES   TO BP-INCL-MIN (BP-IDX)
                   MOVE PLAN-PREM-RATE-CODE TO BP-RATE-CODE (BP-IDX 1)
                   MOVE PLAN-STD-RATE-CODE  TO BP-RATE-CODE (BP-IDX 2)
                   MOVE PLAN-INTL-RATE-CODE TO BP-RATE-CODE (BP-IDX 3)
                   MOVE PLAN-TF-RATE-CODE   TO BP-RATE-CODE (BP-IDX 4)
                   MOVE "N"                 TO BP-ONNET-OWN (BP-IDX)
                   MOVE "Y"                 TO BP-ONNET-ALLOW (BP-IDX)
                   IF PLAN-ONNET-RATE-CODE NOT = SPACES
                       MOVE PLAN-ONNET-RATE-CODE
                         TO BP-RATE-CODE (BP-IDX 5)
                       MOVE "Y" TO BP-ONNET-OWN (BP-IDX)
                   ELSE
                       MOVE PLAN-STD-RATE-CODE
                         TO BP-RATE-CODE (BP-IDX 5)
                   END-IF
                   IF PLAN-ONNET-OUTSIDE-ALLOW
                       MOVE "N" TO BP-ONNET-ALLOW (BP-IDX)
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PLANTAB
           IF WS-PLAN-COUNT = ZERO
               MOVE "NO PLANS ON PLANTAB.DAT" TO WS-FAIL-REASON
               CLOSE RATE-TABLE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-SLOT = WS-PLAN-COUNT + 1
           END-COMPUTE
           SET BP-IDX TO WS-BASE-SLOT
           MOVE SPACES TO BP-CODE (BP-IDX)
           MOVE ZERO   TO BP-INCL-MIN (BP-IDX)
           MOVE SPACES TO BP-RATE-CODE (BP-IDX 1)
                          BP-RATE-CODE (BP-IDX 2)
                          BP-RATE-CODE (BP-IDX 3)
                          BP-RATE-CODE (BP-IDX 4)
                          BP-RATE-CODE (BP-IDX 5)
           MOVE "N"    TO BP-ONNET-OWN (BP-IDX)
           MOVE "Y"    TO BP-ONNET-ALLOW (BP-IDX)
           .

      *>  Each class's code and tier schedule, cached once -- the
      *>  tier rows are keyed by the class code (PREM/STD /INTL/
      *>  TF ), not by any plan's rate code, exactly as telco5
      *>  reads them.
       LOAD-CLASS-TIERS.
           PERFORM VARYING WS-CLASS-SLOT FROM 1 BY 1
                   UNTIL WS-CLASS-SLOT > 5
               SET CL-IDX TO WS-CLASS-SLOT
               MOVE CLD-RATE-CODE (WS-CLASS-SLOT)
                 TO CL-RATE-CODE (CL-IDX)
               MOVE CLD-CLASS (WS-CLASS-SLOT) TO CL-CLASS (CL-IDX)
               MOVE ZERO TO CL-CACHE-DATE (CL-IDX)
                            CL-TIER-COUNT (CL-IDX)
           END-PERFORM
           OPEN INPUT RATETIER
           IF TIER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CL-IDX FROM 1 BY 1 UNTIL CL-IDX > 5
               MOVE CL-RATE-CODE (CL-IDX) TO TIER-RATE-CODE
               MOVE ZERO                  TO TIER-FROM-UNITS
               START RATETIER KEY IS GREATER THAN OR EQUAL TIER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ RATETIER NEXT
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF TIER-RATE-CODE NOT = CL-RATE-CODE (CL-IDX)
                           OR CL-TIER-COUNT (CL-IDX) >= 10
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO CL-TIER-COUNT (CL-IDX)
                           MOVE CL-TIER-COUNT (CL-IDX) TO WS-TIER-NO
                           MOVE TIER-FROM-UNITS
                             TO CL-TIER-FROM (CL-IDX WS-TIER-NO)
                           MOVE TIER-RATE
                             TO CL-TIER-RATE (CL-IDX WS-TIER-NO)
                       END-PERFORM
               END-START
           END-PERFORM
           CLOSE RATETIER
           .

      *>  The register's usage figure per account for the period --
      *>  invoices only, credit memos left out -- into the memo.
       LOAD-INVOICED-USAGE.
           OPEN OUTPUT INVWORK
           CLOSE INVWORK
           OPEN I-O INVWORK
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF INV-PERIOD = WS-SEL-PERIOD
               AND INV-DOC-INVOICE
                   MOVE INV-ACCT-NO TO IVW-ACCT-NO
                   READ INVWORK
                       INVALID KEY
                           MOVE INV-ACCT-NO   TO IVW-ACCT-NO
                           MOVE INV-PRICE-TOT TO IVW-PRICE-TOT
                           MOVE 1             TO IVW-INV-COUNT
                           WRITE INVWORK-REC
                           END-WRITE
                       NOT INVALID KEY
                           ADD INV-PRICE-TOT TO IVW-PRICE-TOT
                           ADD 1             TO IVW-INV-COUNT
                           REWRITE INVWORK-REC
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM
           CLOSE INVREG
           .

      *>  The control-break pass the sort hands its output to.
       MODEL-ALL-ACCOUNTS.
           MOVE ZERO TO WS-CUR-ACCT
           MOVE "N"  TO WS-SORT-EOF
           PERFORM UNTIL SORT-AT-END
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       IF SRT-CALL-DATE (1:6) = WS-SEL-PERIOD
                           PERFORM MODEL-ONE-CALL
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-CUR-ACCT NOT = ZERO
               PERFORM FINISH-ACCOUNT
           END-IF
           .

       MODEL-ONE-CALL.
           IF SRT-ACCT-NO NOT = WS-CUR-ACCT
               IF WS-CUR-ACCT NOT = ZERO
                   PERFORM FINISH-ACCOUNT
               END-IF
               PERFORM START-ACCOUNT
           END-IF
           IF NOT ACCT-MODELED
               EXIT PARAGRAPH
           END-IF
           EVALUATE SRT-RATE-CLASS
               WHEN "PR"
                   MOVE 1 TO WS-CLASS-SLOT
               WHEN "LO"
                   MOVE 2 TO WS-CLASS-SLOT
               WHEN "IN"
                   MOVE 3 TO WS-CLASS-SLOT
               WHEN "TF"
                   MOVE 4 TO WS-CLASS-SLOT
               WHEN "ON"
                   MOVE 5 TO WS-CLASS-SLOT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF SRT-UNITS <= ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CALL-COUNT WS-ACCT-CALLS
           SET CL-IDX TO WS-CLASS-SLOT
           IF CL-CACHE-DATE (CL-IDX) NOT = SRT-CALL-DATE
               PERFORM RESOLVE-CLASS-ROW
           END-IF
           IF WS-OFPK-DATE NOT = SRT-CALL-DATE
               PERFORM RESOLVE-OFFPEAK-FACTOR
           END-IF
           PERFORM DETERMINE-PEAK-STATUS
           PERFORM VARYING BP-IDX FROM 1 BY 1
                   UNTIL BP-IDX > WS-BASE-SLOT
               PERFORM PRICE-CALL-ON-PLAN
           END-PERFORM
           ADD SRT-UNITS TO WS-ACCT-MOU
           .

      *>  A new account: master row for plan and wholesale/closed
      *>  status, every plan's bundle refilled and totals zeroed.
       START-ACCOUNT.
           MOVE SRT-ACCT-NO TO WS-CUR-ACCT
           MOVE ZERO TO WS-ACCT-MOU WS-ACCT-CALLS
           MOVE "N"  TO WS-ACCT-MODEL
           MOVE SRT-ACCT-NO TO ACCT-NO
           READ ACCT-MASTER
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   EXIT PARAGRAPH
           END-READ
           IF ACCT-WHOLESALE OR ACCT-CLOSED
               ADD 1 TO WS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ACCT-MODEL
           PERFORM VARYING BP-IDX FROM 1 BY 1
                   UNTIL BP-IDX > WS-BASE-SLOT
               MOVE BP-INCL-MIN (BP-IDX) TO BP-ALLOW-LEFT (BP-IDX)
               MOVE ZERO TO BP-USAGE-TOT (BP-IDX)
                            BP-RECUR-TOT (BP-IDX)
                            BP-COST-TOT (BP-IDX)
           END-PERFORM
           .

      *>  One call under one plan: bundle, increment rule, rate,
      *>  tiers, off-peak -- APPLY-USAGE-ALLOWANCE through
      *>  COMPUTE-PRICE in telco5, in that order.
       PRICE-CALL-ON-PLAN.
           MOVE SRT-UNITS TO WS-BILL-UNITS
           IF BP-ALLOW-LEFT (BP-IDX) > ZERO
           AND NOT (WS-CLASS-SLOT = 5 AND BP-ONNET-ALLOW (BP-IDX) = "N")
               IF WS-BILL-UNITS <= BP-ALLOW-LEFT (BP-IDX)
                   SUBTRACT WS-BILL-UNITS FROM BP-ALLOW-LEFT (BP-IDX)
                   MOVE ZERO TO WS-BILL-UNITS
               ELSE
                   SUBTRACT BP-ALLOW-LEFT (BP-IDX) FROM WS-BILL-UNITS
                   MOVE ZERO TO BP-ALLOW-LEFT (BP-IDX)
               END-IF
           END-IF
           IF WS-BILL-UNITS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CL-RATE (CL-IDX)  TO WS-ACTIVE-RATE
           MOVE CL-ROUND (CL-IDX) TO WS-ACTIVE-ROUND
           IF BP-RATE-CODE (BP-IDX WS-CLASS-SLOT) NOT = SPACES
               IF BP-CACHE-DATE (BP-IDX WS-CLASS-SLOT)
                                               NOT = SRT-CALL-DATE
                   PERFORM RESOLVE-PLAN-CLASS-RATE
               END-IF
               IF BP-CACHE-FOUND (BP-IDX WS-CLASS-SLOT) = "Y"
                   MOVE BP-CACHE-RATE (BP-IDX WS-CLASS-SLOT)
                     TO WS-ACTIVE-RATE
                   MOVE BP-CACHE-ROUND (BP-IDX WS-CLASS-SLOT)
                     TO WS-ACTIVE-ROUND
               END-IF
           END-IF
           PERFORM APPLY-INCREMENT-RULE
      *>  A plan's own on-net code prices flat -- the standard
      *>  schedule's tiers are the standard rate's, not its.
           IF CL-TIER-COUNT (CL-IDX) > ZERO
           AND NOT (WS-CLASS-SLOT = 5 AND BP-ONNET-OWN (BP-IDX) = "Y")
               PERFORM COMPUTE-TIERED-PRICE
           ELSE
               IF WS-ACTIVE-ROUND = "R"
                   COMPUTE TEMP-PRICE ROUNDED MODE NEAREST-EVEN
                            = WS-RATED-UNITS * WS-ACTIVE-RATE
                   END-COMPUTE
               ELSE
                   COMPUTE TEMP-PRICE =
                           WS-RATED-UNITS * WS-ACTIVE-RATE
                   END-COMPUTE
               END-IF
           END-IF
           IF OFFPEAK-CALL AND WS-OFPK-RATE NOT = 1.00
               IF WS-ACTIVE-ROUND = "R"
                   COMPUTE TEMP-PRICE ROUNDED MODE NEAREST-EVEN
                            = TEMP-PRICE * WS-OFPK-RATE
                   END-COMPUTE
               ELSE
                   COMPUTE TEMP-PRICE = TEMP-PRICE * WS-OFPK-RATE
                   END-COMPUTE
               END-IF
           END-IF
           ADD TEMP-PRICE TO BP-USAGE-TOT (BP-IDX)
           .

      *>  telco5's APPLY-INCREMENT-RULE, off the class row.
       APPLY-INCREMENT-RULE.
           MOVE WS-BILL-UNITS TO WS-RATED-UNITS
           IF CL-INIT-UNITS (CL-IDX) > ZERO
           AND WS-RATED-UNITS < CL-INIT-UNITS (CL-IDX)
               MOVE CL-INIT-UNITS (CL-IDX) TO WS-RATED-UNITS
           ELSE
               IF CL-INCR-UNITS (CL-IDX) > ZERO
                   COMPUTE WS-OVER-UNITS =
                           WS-RATED-UNITS - CL-INIT-UNITS (CL-IDX)
                   END-COMPUTE
                   IF CL-INCR-DIR (CL-IDX) = "D"
                       COMPUTE WS-INCR-STEPS =
                           WS-OVER-UNITS / CL-INCR-UNITS (CL-IDX)
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-INCR-STEPS =
                           (WS-OVER-UNITS + CL-INCR-UNITS (CL-IDX)
                            - 1) / CL-INCR-UNITS (CL-IDX)
                       END-COMPUTE
                   END-IF
                   COMPUTE WS-RATED-UNITS =
                           CL-INIT-UNITS (CL-IDX)
                         + WS-INCR-STEPS * CL-INCR-UNITS (CL-IDX)
                   END-COMPUTE
               END-IF
           END-IF
           .

      *>  telco5's COMPUTE-TIERED-PRICE: the rated units walked
      *>  through the class schedule from the account's cumulative
      *>  minutes before this call.
       COMPUTE-TIERED-PRICE.
           MOVE ZERO           TO WS-TIER-PRICE
           MOVE WS-RATED-UNITS TO WS-TIER-REMAIN
           MOVE WS-ACCT-MOU    TO WS-TIER-POS
           PERFORM UNTIL WS-TIER-REMAIN <= ZERO
               PERFORM FIND-TIER-FOR-POSITION
               IF WS-TIER-BOUND = ZERO
                   MOVE WS-TIER-REMAIN TO WS-TIER-TAKE
               ELSE
                   COMPUTE WS-TIER-TAKE =
                           WS-TIER-BOUND - WS-TIER-POS
                   END-COMPUTE
                   IF WS-TIER-TAKE > WS-TIER-REMAIN
                       MOVE WS-TIER-REMAIN TO WS-TIER-TAKE
                   END-IF
               END-IF
               COMPUTE WS-TIER-PRICE = WS-TIER-PRICE
                     + WS-TIER-TAKE * WS-TIER-RATE
               END-COMPUTE
               ADD WS-TIER-TAKE TO WS-TIER-POS
               SUBTRACT WS-TIER-TAKE FROM WS-TIER-REMAIN
           END-PERFORM
           IF WS-ACTIVE-ROUND = "R"
               COMPUTE TEMP-PRICE ROUNDED MODE NEAREST-EVEN =
                       WS-TIER-PRICE
               END-COMPUTE
           ELSE
               MOVE WS-TIER-PRICE TO TEMP-PRICE
           END-IF
           .

       FIND-TIER-FOR-POSITION.
           MOVE ZERO TO WS-TIER-BOUND
           MOVE WS-ACTIVE-RATE TO WS-TIER-RATE
           PERFORM VARYING WS-TIER-NO FROM 1 BY 1
                   UNTIL WS-TIER-NO > CL-TIER-COUNT (CL-IDX)
               IF CL-TIER-FROM (CL-IDX WS-TIER-NO) <= WS-TIER-POS
                   MOVE CL-TIER-RATE (CL-IDX WS-TIER-NO)
                     TO WS-TIER-RATE
               ELSE
                   IF WS-TIER-BOUND = ZERO
                       MOVE CL-TIER-FROM (CL-IDX WS-TIER-NO)
                         TO WS-TIER-BOUND
                   END-IF
               END-IF
           END-PERFORM
           .

      *>  telco5's peak test off the statement line's date and
      *>  local time: before 08:00 or after 17:59, a weekend, or a
      *>  CALTB holiday is off-peak.
       DETERMINE-PEAK-STATUS.
           MOVE "N" TO WS-OFFPEAK-SW
           MOVE SRT-CALL-TIME (1:2) TO WS-CALL-HOUR
           IF WS-CALL-HOUR < 8 OR WS-CALL-HOUR > 17
               SET OFFPEAK-CALL TO TRUE
           END-IF
           IF NOT OFFPEAK-CALL AND SRT-CALL-DATE NOT = ZERO
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (SRT-CALL-DATE)
               END-COMPUTE
               IF WS-DATE-INT > ZERO
                   COMPUTE WS-DAY-OF-WEEK =
                           FUNCTION MOD (WS-DATE-INT, 7)
                   END-COMPUTE
                   IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
                       SET OFFPEAK-CALL TO TRUE
                   END-IF
               END-IF
               IF NOT OFFPEAK-CALL AND CAL-FILE-OPEN
                   MOVE SRT-CALL-DATE TO CAL-DATE
                   READ CALTB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CAL-HOLIDAY
                               SET OFFPEAK-CALL TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

      *>  The class row as of the call date; no row keeps the
      *>  compiled-in default and bills units exactly as sent.
       RESOLVE-CLASS-ROW.
           MOVE SRT-CALL-DATE TO CL-CACHE-DATE (CL-IDX)
           MOVE CL-RATE-CODE (CL-IDX) TO WS-LOOKUP-CODE
           MOVE SRT-CALL-DATE         TO WS-LOOKUP-DATE
           PERFORM FIND-RATE-AS-OF-DATE
           IF RATE-FOUND
               MOVE WS-LOOKUP-VALUE TO CL-RATE (CL-IDX)
               MOVE WS-LOOKUP-ROUND TO CL-ROUND (CL-IDX)
               MOVE WS-LOOKUP-INIT  TO CL-INIT-UNITS (CL-IDX)
               MOVE WS-LOOKUP-INCR  TO CL-INCR-UNITS (CL-IDX)
               MOVE WS-LOOKUP-DIR   TO CL-INCR-DIR (CL-IDX)
           ELSE
               MOVE CLD-RATE (WS-CLASS-SLOT) TO CL-RATE (CL-IDX)
               MOVE "R"  TO CL-ROUND (CL-IDX)
               MOVE ZERO TO CL-INIT-UNITS (CL-IDX)
                            CL-INCR-UNITS (CL-IDX)
               MOVE "U"  TO CL-INCR-DIR (CL-IDX)
           END-IF
           .

       RESOLVE-PLAN-CLASS-RATE.
           MOVE SRT-CALL-DATE TO BP-CACHE-DATE (BP-IDX WS-CLASS-SLOT)
           MOVE "N"           TO BP-CACHE-FOUND (BP-IDX WS-CLASS-SLOT)
           MOVE BP-RATE-CODE (BP-IDX WS-CLASS-SLOT) TO WS-LOOKUP-CODE
           MOVE SRT-CALL-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-RATE-AS-OF-DATE
           IF RATE-FOUND
               MOVE "Y" TO BP-CACHE-FOUND (BP-IDX WS-CLASS-SLOT)
               MOVE WS-LOOKUP-VALUE
                 TO BP-CACHE-RATE (BP-IDX WS-CLASS-SLOT)
               MOVE WS-LOOKUP-ROUND
                 TO BP-CACHE-ROUND (BP-IDX WS-CLASS-SLOT)
           END-IF
           .

       RESOLVE-OFFPEAK-FACTOR.
           MOVE SRT-CALL-DATE TO WS-OFPK-DATE
           MOVE 1.00 TO WS-OFPK-RATE
           MOVE "OFPK"        TO WS-LOOKUP-CODE
           MOVE SRT-CALL-DATE TO WS-LOOKUP-DATE
           PERFORM FIND-RATE-AS-OF-DATE
           IF RATE-FOUND
               MOVE WS-LOOKUP-VALUE TO WS-OFPK-RATE
           END-IF
           .

      *>  The most recent RATETAB row for WS-LOOKUP-CODE not dated
      *>  after WS-LOOKUP-DATE -- FIND-CURRENT-RATE's discipline.
       FIND-RATE-AS-OF-DATE.
           MOVE "N"  TO WS-RATE-FOUND
           MOVE ZERO TO WS-LOOKUP-INIT WS-LOOKUP-INCR
           MOVE "U"  TO WS-LOOKUP-DIR
           MOVE WS-LOOKUP-CODE TO RATE-CODE
           MOVE WS-LOOKUP-DATE TO RATE-EFF-DATE
           START RATE-TABLE KEY IS LESS THAN OR EQUAL RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RATE-TABLE NEXT
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RATE-CODE = WS-LOOKUP-CODE
                               MOVE RATE-VALUE      TO WS-LOOKUP-VALUE
                               MOVE RATE-ROUND-MODE TO WS-LOOKUP-ROUND
                               MOVE RATE-INIT-PERIOD
                                 TO WS-LOOKUP-INIT
                               MOVE RATE-INCR-PERIOD
                                 TO WS-LOOKUP-INCR
                               IF RATE-INCR-ROUND-DOWN
                                   MOVE "D" TO WS-LOOKUP-DIR
                               END-IF
                               SET RATE-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START
           .

      *>  Account finished: each plan's recurring items on top of
      *>  its usage, the cheapest real plan picked, and the line
      *>  (and, past the threshold, the letter row) written.
       FINISH-ACCOUNT.
           IF NOT ACCT-MODELED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           MOVE ZERO TO WS-CUR-SLOT WS-BEST-SLOT
           PERFORM VARYING BP-IDX FROM 1 BY 1
                   UNTIL BP-IDX > WS-BASE-SLOT
               PERFORM STAGE-PLAN-RECURRING
               COMPUTE BP-COST-TOT (BP-IDX) ROUNDED MODE NEAREST-EVEN
                     = BP-USAGE-TOT (BP-IDX) + BP-RECUR-TOT (BP-IDX)
               END-COMPUTE
               IF BP-IDX < WS-BASE-SLOT
                   IF BP-CODE (BP-IDX) = ACCT-PLAN-CODE
                       SET WS-CUR-SLOT TO BP-IDX
                   END-IF
                   IF WS-BEST-SLOT = ZERO
                   OR BP-COST-TOT (BP-IDX) < BP-COST-TOT (WS-BEST-SLOT)
                       SET WS-BEST-SLOT TO BP-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUR-SLOT = ZERO
               MOVE WS-BASE-SLOT TO WS-CUR-SLOT
           END-IF
           COMPUTE WS-SAVING = BP-COST-TOT (WS-CUR-SLOT)
                             - BP-COST-TOT (WS-BEST-SLOT)
           END-COMPUTE
           IF WS-SAVING <= ZERO
               MOVE ZERO TO WS-SAVING
               MOVE WS-CUR-SLOT TO WS-BEST-SLOT
           ELSE
               ADD 1 TO WS-BETTER-COUNT
               ADD WS-SAVING TO WS-SAVING-TOT
           END-IF
           MOVE "N" TO WS-INVOICED-SW
           MOVE WS-CUR-ACCT TO IVW-ACCT-NO
           READ INVWORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IVW-PRICE-TOT TO WS-INVOICED
                   MOVE "Y" TO WS-INVOICED-SW
           END-READ
           PERFORM WRITE-ACCOUNT-LINE
           IF WS-SAVING > ZERO
           AND WS-SAVING >= WS-MIN-SAVING
               PERFORM WRITE-LETTER-ROW
           END-IF
           .

      *>  The plan's RECURTB items, each replaced by the account's
      *>  RECUROVR row for the same sequence when there is one --
      *>  STAGE-PLAN-ITEMS/STAGE-ONE-RECURRING-ITEM in telbill, for
      *>  a whole month of service.
       STAGE-PLAN-RECURRING.
           MOVE ZERO TO BP-RECUR-TOT (BP-IDX)
           IF BP-CODE (BP-IDX) = SPACES
           OR NOT RECUR-FILE-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE BP-CODE (BP-IDX) TO RECUR-PLAN-CODE
           MOVE ZERO             TO RECUR-SEQ
           START RECURTB KEY IS GREATER THAN OR EQUAL RECUR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ RECURTB NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF RECUR-PLAN-CODE NOT = BP-CODE (BP-IDX)
                           EXIT PERFORM
                       END-IF
                       IF RECOVR-FILE-OPEN
                           MOVE WS-CUR-ACCT TO RECOVR-ACCT-NO
                           MOVE RECUR-SEQ   TO RECOVR-SEQ
                           READ RECUROVR
                               INVALID KEY
                                   ADD RECUR-AMOUNT
                                     TO BP-RECUR-TOT (BP-IDX)
                               NOT INVALID KEY
                                   ADD RECOVR-AMOUNT
                                     TO BP-RECUR-TOT (BP-IDX)
                           END-READ
                       ELSE
                           ADD RECUR-AMOUNT TO BP-RECUR-TOT (BP-IDX)
                       END-IF
                   END-PERFORM
           END-START
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO BESTREC
           STRING "BEST-PLAN ADVISOR -- PERIOD " DELIMITED BY SIZE
                  WS-SEL-PERIOD                  DELIMITED BY SIZE
                  "   RUN "                      DELIMITED BY SIZE
                  WS-NOW (1:8)                   DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           MOVE SPACES TO BESTREC
           STRING "  ACCOUNT    PLAN   RE-PRICED    INVOICED"
                                                 DELIMITED BY SIZE
                  "  BEST   BEST COST      SAVING   CALLS"
                                                 DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           .

      *>  Current plan, its re-priced cost, the register's invoiced
      *>  usage (blank when the period was not invoiced), the
      *>  cheapest plan, its cost and the saving.  "----" is an
      *>  account on no plan on file.
       WRITE-ACCOUNT-LINE.
           MOVE BP-CODE (WS-CUR-SLOT)  TO WS-CUR-PLAN-OUT
           MOVE BP-CODE (WS-BEST-SLOT) TO WS-BEST-PLAN-OUT
           IF WS-CUR-SLOT = WS-BASE-SLOT
               MOVE "----" TO WS-CUR-PLAN-OUT
           END-IF
           IF WS-BEST-SLOT = WS-CUR-SLOT
               MOVE WS-CUR-PLAN-OUT TO WS-BEST-PLAN-OUT
           END-IF
           MOVE BP-COST-TOT (WS-CUR-SLOT)  TO WS-AMT-OUT
           MOVE BP-COST-TOT (WS-BEST-SLOT) TO WS-AMT-OUT2
           MOVE WS-SAVING                  TO WS-AMT-OUT3
           MOVE SPACES TO WS-INV-OUT
           IF INVOICED-FOUND
               MOVE WS-INVOICED TO WS-AMT-OUT4
               MOVE WS-AMT-OUT4 TO WS-INV-OUT
           END-IF
           MOVE WS-ACCT-CALLS TO WS-COUNT-OUT
           MOVE SPACES TO BESTREC
           STRING "  "                   DELIMITED BY SIZE
                  WS-CUR-ACCT            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-CUR-PLAN-OUT        DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-AMT-OUT             DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-INV-OUT             DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-BEST-PLAN-OUT       DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-AMT-OUT2            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-AMT-OUT3            DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           .

       WRITE-LETTER-ROW.
           MOVE SPACES TO PLANLTR-REC
           MOVE "D"                        TO LTR-REC-TYPE
           MOVE WS-CUR-ACCT                TO LTR-ACCT-NO
           MOVE ACCT-NAME                  TO LTR-NAME
           MOVE ACCT-ADDR-LINE1            TO LTR-ADDR-LINE1
           MOVE ACCT-ADDR-LINE2            TO LTR-ADDR-LINE2
           MOVE ACCT-ADDR-CITY             TO LTR-ADDR-CITY
           MOVE ACCT-ADDR-STATE            TO LTR-ADDR-STATE
           MOVE ACCT-ADDR-ZIP              TO LTR-ADDR-ZIP
           MOVE WS-SEL-PERIOD              TO LTR-PERIOD
           MOVE BP-CODE (WS-CUR-SLOT)      TO LTR-CUR-PLAN
           MOVE BP-COST-TOT (WS-CUR-SLOT)  TO LTR-CUR-COST
           MOVE BP-CODE (WS-BEST-SLOT)     TO LTR-BEST-PLAN
           MOVE BP-COST-TOT (WS-BEST-SLOT) TO LTR-BEST-COST
           MOVE WS-SAVING                  TO LTR-SAVING
           WRITE PLANLTR-REC
           END-WRITE
           ADD 1 TO WS-LETTER-COUNT
           ADD WS-SAVING TO WS-LETTER-TOT
           .

       WRITE-LETTER-TRAILER.
           MOVE SPACES TO PLANLTR-REC
           MOVE "T"             TO LTT-REC-TYPE
           MOVE WS-SEL-PERIOD   TO LTT-PERIOD
           MOVE WS-NOW (1:8)    TO LTT-RUN-DATE
           MOVE WS-LETTER-COUNT TO LTT-ROW-COUNT
           MOVE WS-LETTER-TOT   TO LTT-SAVING-TOT
           WRITE PLANLTR-TRAILER
           END-WRITE
           .

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO BESTREC
           WRITE BESTREC
           END-WRITE
           MOVE WS-ACCT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO BESTREC
           STRING "Accounts modeled: "       DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           MOVE WS-CALL-COUNT TO WS-COUNT-OUT
           MOVE WS-PLAN-COUNT TO WS-PLANS-OUT
           MOVE SPACES TO BESTREC
           STRING "Calls re-priced:  "       DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                  " under each of "          DELIMITED BY SIZE
                  WS-PLANS-OUT               DELIMITED BY SIZE
                  " plans"                   DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           MOVE WS-SKIP-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO BESTREC
           STRING "Accounts skipped (wholesale, closed or not on "
                                             DELIMITED BY SIZE
                  "file): "                  DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           MOVE WS-BETTER-COUNT TO WS-COUNT-OUT
           MOVE WS-SAVING-TOT   TO WS-TOT-OUT
           MOVE SPACES TO BESTREC
           STRING "Accounts with a cheaper plan: " DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                  "  total saving "          DELIMITED BY SIZE
                  WS-TOT-OUT                 DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           MOVE WS-LETTER-COUNT TO WS-COUNT-OUT
           MOVE WS-MIN-SAVING   TO WS-AMT-OUT
           MOVE SPACES TO BESTREC
           STRING "Letter rows on PLANLTR.DAT: " DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                  "  (saving of at least"    DELIMITED BY SIZE
                  WS-AMT-OUT                 DELIMITED BY SIZE
                  ")"                        DELIMITED BY SIZE
                INTO BESTREC
           END-STRING
           WRITE BESTREC
           END-WRITE
           IF WS-PLAN-SKIPPED > ZERO
               MOVE WS-PLAN-SKIPPED TO WS-COUNT-OUT
               MOVE SPACES TO BESTREC
               STRING "*** plans beyond the table and not modeled: "
                                             DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                    INTO BESTREC
               END-STRING
               WRITE BESTREC
               END-WRITE
           END-IF
           MOVE "NOTE: usage and recurring charges only -- discounts "
              & "and taxes apply on any plan alike;" TO BESTREC
           WRITE BESTREC
           END-WRITE
           MOVE "pooled bundles are modeled per account, and a "
              & "mid-period plan change as a whole month." TO BESTREC
           WRITE BESTREC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELBEST" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telbest.
