      *>
      *> telrnote.cob -- advance notice of scheduled rate increases.
      *> Customers are owed 30 days' written notice before their
      *> rates go up, and telrate will load a future-dated RATETAB
      *> row without anyone being told.  This run closes that gap:
      *>
      *>   telrnote
      *>
      *>   - walks RATE-TABLE for rows with a future RATE-EFF-DATE
      *>     that raise the rate in effect before them (the BTAX/
      *>     DTAX tax rows are not customer rates and are left
      *>     out);
      *>   - walks ACCTMAST.DAT for every active retail account and
      *>     resolves, through the account's PLANTAB row, the rate
      *>     code each class rates at (PLAN-PREM/STD/INTL/TF-RATE-
      *>     CODE, the standard PREM/STD/INTL/TF code for a class
      *>     the plan leaves blank, and PLAN-ONNET-RATE-CODE for
      *>     on-net calls, which otherwise ride the account's
      *>     standard code); an account riding a raised
      *>     code -- or any account when the off-peak factor OFPK
      *>     rises -- gets a notice;
      *>   - writes each notice in the bill-delivery shape its
      *>     ACCT-DELIVERY-PREF asks for: paper to RATENOTE.TXT for
      *>     the print stream, structured rows on ENOTICE.DAT (with
      *>     a *TRL* control trailer) for electronic delivery, both
      *>     for "B";
      *>   - records each increase on RATENOTC.DAT (see
      *>     CBRATENT.cpy) with the notice date and the rate
      *>     noticed.  telco5 will not rate at an increase until
      *>     that notice is at least 30 days older than its
      *>     effective date.  An increase already noticed at the
      *>     rate now on the table is not noticed twice.
      *>
      *> A notice sent late is still sent -- the customer is owed
      *> it -- but the report flags it, and telco5 keeps rating at
      *> the prior rate until the date allows or an approver
      *> overrides:
      *>
      *>   telrnote OVERRIDE USERID RATE-CODE EFF-DATE APPROVER
      *>
      *> USERID and APPROVER must be different rate-maintenance
      *> users on AUTHTB (the teladj dual-approval shape), USERID
      *> authenticated through TELAUTHN; the override is written to
      *> TELCO.RAUD beside telrate's own rate changes.  The notice
      *> run itself is a billing-operations batch, checked fail
      *> closed like telaccrue.  Report on TELRNOTE.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telrnote.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE ASSIGN TO
                "RATETAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RATE-KEY
                FILE STATUS IS RATE-STATUS
                .
           SELECT RATENOTC ASSIGN TO
                "RATENOTC.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RNC-KEY
                FILE STATUS IS RNC-STATUS
                .
           SELECT PLANTAB  ASSIGN TO
                "PLANTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PLAN-CODE
                FILE STATUS IS PLAN-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT NOTICES  ASSIGN TO
                "RATENOTE.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS NOTICES-STATUS
                .
           SELECT ENOTICE  ASSIGN TO
                "ENOTICE.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS ENOTICE-STATUS
                .
           SELECT RATEAUDIT ASSIGN TO
                "TELCO.RAUD"
                LINE SEQUENTIAL
                FILE STATUS IS RATEAUDIT-STATUS
                .
           SELECT RNRPT    ASSIGN TO
                "TELRNOTE.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RNRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE.
           COPY CBRATE.
       FD  RATENOTC.
           COPY CBRATENT.
       FD  PLANTAB.
           COPY CBPLAN.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  NOTICES.
       01  NOTICE-REC        PIC X(100).
       FD  ENOTICE.
       01  ENOTICE-REC       PIC X(100).
       FD  RATEAUDIT.
       01  RATEAUDIT-REC     PIC X(162).
       FD  RNRPT.
       01  RNRPT-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  RATE-STATUS       PIC XX      VALUE "00".
       01  RNC-STATUS        PIC XX      VALUE "00".
       01  PLAN-STATUS       PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  NOTICES-STATUS    PIC XX      VALUE "00".
       01  ENOTICE-STATUS    PIC XX      VALUE "00".
       01  RATEAUDIT-STATUS  PIC XX      VALUE "00".
       01  RNRPT-STATUS      PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.

      *>  Days of notice owed ahead of an increase.
       01  WS-NOTICE-DAYS    PIC S9(05)  COMP-5 VALUE 30.

       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-MODE-ARG       PIC X(08)   VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-RATE-CODE      PIC X(04)   VALUE SPACES.
       01  WS-EFF-DATE-ARG   PIC X(08)   VALUE SPACES.
       01  WS-EFF-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-APPROVER       PIC X(08)   VALUE SPACES.
       01  WS-CHECK-USERID   PIC X(08)   VALUE SPACES.
       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-AUTHN-RESULT   PIC X       VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

      *>  The rate row walk: the row before the current one, so an
      *>  increase is judged against the rate it replaces.
       01  WS-PREV-CODE      PIC X(04)   VALUE SPACES.
       01  WS-PREV-RATE      PIC S9(03)V9(05) COMP-5 VALUE ZERO.
       01  WS-ALREADY-COUNT  PIC 9(05)   VALUE ZERO.

      *>  The increases being noticed this run.
       01  WS-INC-COUNT      PIC 9(03)   VALUE ZERO.
       01  WS-INC-MAX        PIC 9(03)   VALUE 50.
       01  WS-INC-TABLE.
           05  WS-INC-ENTRY OCCURS 50 TIMES INDEXED BY INC-IDX.
               10  INC-CODE          PIC X(04).
               10  INC-EFF-DATE      PIC 9(08).
               10  INC-OLD-RATE      PIC S9(03)V9(05) COMP-5.
               10  INC-NEW-RATE      PIC S9(03)V9(05) COMP-5.
               10  INC-ACCT-COUNT    PIC 9(07).
       01  WS-INC-OVERFLOW   PIC 9(05)   VALUE ZERO.

      *>  One account's rate code per class, after its plan.
       01  WS-CLASS-TABLE.
           05  WS-CLASS-ENTRY OCCURS 5 TIMES INDEXED BY CLS-IDX.
               10  CLS-CODE          PIC X(04).
               10  CLS-NAME          PIC X(13).
       01  WS-CLASS-NAME     PIC X(13)   VALUE SPACES.
       01  WS-ACCT-HIT       PIC X       VALUE "N".
           88  ACCOUNT-AFFECTED         VALUE "Y".

       01  WS-ACCT-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-PAPER-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-ENOTICE-DOCS   PIC 9(07)   VALUE ZERO.
       01  WS-ENOTICE-ROWS   PIC 9(07)   VALUE ZERO.
       01  WS-LATE-COUNT     PIC 9(05)   VALUE ZERO.
       01  WS-EFF-INT        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DAYS-AHEAD     PIC S9(09)  COMP-5 VALUE ZERO.

       01  WS-OLD-OUT        PIC ZZ9.99999.
       01  WS-NEW-OUT        PIC ZZ9.99999.
       01  WS-DAYS-OUT       PIC -ZZZ9.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-CNT-OUT        PIC 9(07).

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE-ARG
                    WS-USERID
                    WS-RATE-CODE
                    WS-EFF-DATE-ARG
                    WS-APPROVER
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-MODE-ARG) TO WS-MODE-ARG
           EVALUATE WS-MODE-ARG
               WHEN SPACES
                   PERFORM RUN-NOTICE-PASS
               WHEN "OVERRIDE"
                   PERFORM RUN-OVERRIDE
               WHEN OTHER
                   OPEN OUTPUT RNRPT
                   MOVE "*** usage: telrnote [OVERRIDE USERID "
                      & "RATE-CODE EFF-DATE APPROVER] ***" TO RNRPT-REC
                   WRITE RNRPT-REC
                   END-WRITE
                   CLOSE RNRPT
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN
           .

      *>  The notice run proper.
       RUN-NOTICE-PASS.
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                       " -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RNRPT
           MOVE SPACES TO RNRPT-REC
           STRING "==== RATE-INCREASE NOTICE RUN "
                                          DELIMITED BY SIZE
                  WS-TODAY                DELIMITED BY SIZE
                  " ===="                 DELIMITED BY SIZE
                INTO RNRPT-REC
           END-STRING
           WRITE RNRPT-REC
           END-WRITE
           OPEN INPUT RATE-TABLE
           IF RATE-STATUS NOT = "00"
               MOVE "*** RATETAB.DAT not available -- no notices "
                  & "run ***" TO RNRPT-REC
               WRITE RNRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE RNRPT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-NOTICE-CONTROL
           PERFORM FIND-PENDING-INCREASES
           CLOSE RATE-TABLE
           IF WS-INC-COUNT = ZERO
               MOVE "No rate increases awaiting notice." TO RNRPT-REC
               WRITE RNRPT-REC
               END-WRITE
           ELSE
               PERFORM NOTIFY-AFFECTED-ACCOUNTS
               PERFORM RECORD-NOTICES
           END-IF
           PERFORM WRITE-RUN-TOTALS
           CLOSE RATENOTC
                 RNRPT
           .

      *>  Created on first use; the control row it is created with
      *>  dates the notice control into service.
       OPEN-NOTICE-CONTROL.
           OPEN I-O RATENOTC
           IF RNC-STATUS NOT = "00"
               OPEN OUTPUT RATENOTC
               CLOSE RATENOTC
               OPEN I-O RATENOTC
           END-IF
           MOVE "*CTL" TO RNC-RATE-CODE
           MOVE ZERO   TO RNC-EFF-DATE
           READ RATENOTC
               INVALID KEY
                   INITIALIZE RATE-NOTICE-REC
                   MOVE "*CTL"   TO RNC-RATE-CODE
                   MOVE ZERO     TO RNC-EFF-DATE
                   MOVE WS-TODAY TO RNC-NOTICE-DATE
                   MOVE SPACES   TO RNC-OVERRIDE-REQ RNC-OVERRIDE-BY
                   WRITE RATE-NOTICE-REC
                   END-WRITE
           END-READ
           .

      *>  RATE-TABLE is keyed code-then-date, so one pass in key
      *>  order sees each code's rows oldest first and the row
      *>  before a future row is the rate it replaces.
       FIND-PENDING-INCREASES.
           MOVE SPACES TO WS-PREV-CODE
           MOVE LOW-VALUES TO RATE-KEY
           START RATE-TABLE KEY IS GREATER THAN OR EQUAL RATE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ RATE-TABLE NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM CONSIDER-ONE-RATE-ROW
                       MOVE RATE-CODE  TO WS-PREV-CODE
                       MOVE RATE-VALUE TO WS-PREV-RATE
                   END-PERFORM
           END-START
           .

       CONSIDER-ONE-RATE-ROW.
           IF RATE-EFF-DATE NOT > WS-TODAY
           OR RATE-CODE = "BTAX" OR RATE-CODE = "DTAX"
           OR RATE-CODE NOT = WS-PREV-CODE
           OR RATE-VALUE NOT > WS-PREV-RATE
               EXIT PARAGRAPH
           END-IF
           MOVE RATE-CODE     TO RNC-RATE-CODE
           MOVE RATE-EFF-DATE TO RNC-EFF-DATE
           READ RATENOTC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RNC-NOTICE-DATE NOT = ZERO
                   AND RNC-NOTICED-RATE NOT < RATE-VALUE
                       ADD 1 TO WS-ALREADY-COUNT
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           IF WS-INC-COUNT NOT < WS-INC-MAX
               ADD 1 TO WS-INC-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-COUNT
           SET INC-IDX TO WS-INC-COUNT
           MOVE RATE-CODE     TO INC-CODE (INC-IDX)
           MOVE RATE-EFF-DATE TO INC-EFF-DATE (INC-IDX)
           MOVE WS-PREV-RATE  TO INC-OLD-RATE (INC-IDX)
           MOVE RATE-VALUE    TO INC-NEW-RATE (INC-IDX)
           MOVE ZERO          TO INC-ACCT-COUNT (INC-IDX)
           .

      *>  One pass over the master; each affected account gets one
      *>  notice listing every increase that reaches it.
       NOTIFY-AFFECTED-ACCOUNTS.
           OPEN INPUT PLANTAB
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "*** ACCTMAST.DAT not available -- no notices "
                  & "written ***" TO RNRPT-REC
               WRITE RNRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE PLANTAB
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NOTICES
           OPEN OUTPUT ENOTICE
           MOVE ZERO TO ACCT-NO
           START ACCT-MASTER KEY IS GREATER THAN OR EQUAL ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ ACCT-MASTER NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF ACCT-ACTIVE AND NOT ACCT-WHOLESALE
                           PERFORM CONSIDER-ONE-ACCOUNT
                       END-IF
                   END-PERFORM
           END-START
           PERFORM WRITE-ENOTICE-TRAILER
           CLOSE ACCT-MASTER
                 PLANTAB
                 NOTICES
                 ENOTICE
           .

      *>  The same resolution telco5's RESOLVE-PLAN-RATES makes: the
      *>  plan's code for a class, or the standard code when the
      *>  plan names none or the account has no plan on file.
       CONSIDER-ONE-ACCOUNT.
           MOVE "PREM" TO CLS-CODE (1)
           MOVE "premium"       TO CLS-NAME (1)
           MOVE "STD " TO CLS-CODE (2)
           MOVE "standard"      TO CLS-NAME (2)
           MOVE "INTL" TO CLS-CODE (3)
           MOVE "international" TO CLS-NAME (3)
           MOVE "TF  " TO CLS-CODE (4)
           MOVE "toll-free"     TO CLS-NAME (4)
           MOVE "on-net"        TO CLS-NAME (5)
           MOVE SPACES TO CLS-CODE (5)
           IF ACCT-PLAN-CODE NOT = SPACES AND PLAN-STATUS = "00"
               MOVE ACCT-PLAN-CODE TO PLAN-CODE
               READ PLANTAB KEY IS PLAN-CODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PLAN-PREM-RATE-CODE NOT = SPACES
                           MOVE PLAN-PREM-RATE-CODE TO CLS-CODE (1)
                       END-IF
                       IF PLAN-STD-RATE-CODE NOT = SPACES
                           MOVE PLAN-STD-RATE-CODE TO CLS-CODE (2)
                       END-IF
                       IF PLAN-INTL-RATE-CODE NOT = SPACES
                           MOVE PLAN-INTL-RATE-CODE TO CLS-CODE (3)
                       END-IF
                       IF PLAN-TF-RATE-CODE NOT = SPACES
                           MOVE PLAN-TF-RATE-CODE TO CLS-CODE (4)
                       END-IF
                       IF PLAN-ONNET-RATE-CODE NOT = SPACES
                           MOVE PLAN-ONNET-RATE-CODE TO CLS-CODE (5)
                       END-IF
               END-READ
           END-IF
           IF CLS-CODE (5) = SPACES
               MOVE CLS-CODE (2) TO CLS-CODE (5)
           END-IF
           MOVE "N" TO WS-ACCT-HIT
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-INC-COUNT
               IF INC-CODE (INC-IDX) = "OFPK"
                   MOVE "Y" TO WS-ACCT-HIT
               END-IF
               PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5
                   IF INC-CODE (INC-IDX) = CLS-CODE (CLS-IDX)
                       MOVE "Y" TO WS-ACCT-HIT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF NOT ACCOUNT-AFFECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           IF ACCT-DELIV-PAPER OR ACCT-DELIV-BOTH
               PERFORM WRITE-PAPER-NOTICE
           END-IF
           IF ACCT-DELIV-EBILL OR ACCT-DELIV-BOTH
               PERFORM WRITE-ELECTRONIC-NOTICE
           END-IF
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-INC-COUNT
               PERFORM FIND-INCREASE-CLASS
               IF WS-CLASS-NAME NOT = SPACES
                   ADD 1 TO INC-ACCT-COUNT (INC-IDX)
               END-IF
           END-PERFORM
           .

      *>  WS-CLASS-NAME for the increase at INC-IDX on this account,
      *>  spaces when it does not reach the account.
       FIND-INCREASE-CLASS.
           MOVE SPACES TO WS-CLASS-NAME
           IF INC-CODE (INC-IDX) = "OFPK"
               MOVE "off-peak" TO WS-CLASS-NAME
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > 5
               IF INC-CODE (INC-IDX) = CLS-CODE (CLS-IDX)
               AND WS-CLASS-NAME = SPACES
                   MOVE CLS-NAME (CLS-IDX) TO WS-CLASS-NAME
               END-IF
           END-PERFORM
           .

      *>  Print-stream notice, same heading/address block shape as
      *>  telbill's invoices on INVOICES.TXT.
       WRITE-PAPER-NOTICE.
           ADD 1 TO WS-PAPER-COUNT
           MOVE "==== NOTICE OF RATE CHANGE ====" TO NOTICE-REC
           WRITE NOTICE-REC
           END-WRITE
           MOVE SPACES TO NOTICE-REC
           STRING "Account: "         DELIMITED BY SIZE
                  ACCT-NO             DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  ACCT-NAME           DELIMITED BY SIZE
                INTO NOTICE-REC
           END-STRING
           WRITE NOTICE-REC
           END-WRITE
           MOVE SPACES TO NOTICE-REC
           STRING ACCT-ADDR-LINE1     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-CITY      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-STATE     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-ZIP       DELIMITED BY SIZE
                INTO NOTICE-REC
           END-STRING
           WRITE NOTICE-REC
           END-WRITE
           MOVE SPACES TO NOTICE-REC
           STRING "Notice date: "     DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
                INTO NOTICE-REC
           END-STRING
           WRITE NOTICE-REC
           END-WRITE
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-INC-COUNT
               PERFORM FIND-INCREASE-CLASS
               IF WS-CLASS-NAME NOT = SPACES
                   MOVE INC-OLD-RATE (INC-IDX) TO WS-OLD-OUT
                   MOVE INC-NEW-RATE (INC-IDX) TO WS-NEW-OUT
                   MOVE SPACES TO NOTICE-REC
                   IF INC-CODE (INC-IDX) = "OFPK"
                       STRING "  Effective "     DELIMITED BY SIZE
                              INC-EFF-DATE (INC-IDX)
                                                 DELIMITED BY SIZE
                              " the off-peak rate factor rises from "
                                                 DELIMITED BY SIZE
                              WS-OLD-OUT         DELIMITED BY SIZE
                              " to "             DELIMITED BY SIZE
                              WS-NEW-OUT         DELIMITED BY SIZE
                            INTO NOTICE-REC
                       END-STRING
                   ELSE
                       STRING "  Effective "     DELIMITED BY SIZE
                              INC-EFF-DATE (INC-IDX)
                                                 DELIMITED BY SIZE
                              " your "           DELIMITED BY SIZE
                              FUNCTION TRIM (WS-CLASS-NAME)
                                                 DELIMITED BY SIZE
                              " rate rises from "
                                                 DELIMITED BY SIZE
                              WS-OLD-OUT         DELIMITED BY SIZE
                              " to "             DELIMITED BY SIZE
                              WS-NEW-OUT         DELIMITED BY SIZE
                              " per minute"      DELIMITED BY SIZE
                            INTO NOTICE-REC
                       END-STRING
                   END-IF
                   WRITE NOTICE-REC
                   END-WRITE
               END-IF
           END-PERFORM
           MOVE SPACES TO NOTICE-REC
           WRITE NOTICE-REC
           END-WRITE
           .

      *>  Presentment rows, the EBILL.DAT record-set shape: an "H"
      *>  header, one "N" row per increase (class, rate code,
      *>  effective date, old rate, new rate).
       WRITE-ELECTRONIC-NOTICE.
           ADD 1 TO WS-ENOTICE-DOCS
           MOVE SPACES TO ENOTICE-REC
           STRING "H "                DELIMITED BY SIZE
                  ACCT-NO             DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
                INTO ENOTICE-REC
           END-STRING
           PERFORM WRITE-ENOTICE-ROW
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-INC-COUNT
               PERFORM FIND-INCREASE-CLASS
               IF WS-CLASS-NAME NOT = SPACES
                   MOVE INC-OLD-RATE (INC-IDX) TO WS-OLD-OUT
                   MOVE INC-NEW-RATE (INC-IDX) TO WS-NEW-OUT
                   MOVE SPACES TO ENOTICE-REC
                   STRING "N "               DELIMITED BY SIZE
                          WS-CLASS-NAME      DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          INC-CODE (INC-IDX) DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          INC-EFF-DATE (INC-IDX)
                                             DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-OLD-OUT         DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-NEW-OUT         DELIMITED BY SIZE
                        INTO ENOTICE-REC
                   END-STRING
                   PERFORM WRITE-ENOTICE-ROW
               END-IF
           END-PERFORM
           .

       WRITE-ENOTICE-ROW.
           WRITE ENOTICE-REC
           END-WRITE
           ADD 1 TO WS-ENOTICE-ROWS
           .

      *>  Per-file control trailer: documents and rows.
       WRITE-ENOTICE-TRAILER.
           MOVE SPACES TO ENOTICE-REC
           MOVE WS-ENOTICE-DOCS TO WS-CNT-OUT
           STRING "*TRL* "            DELIMITED BY SIZE
                  WS-CNT-OUT          DELIMITED BY SIZE
                INTO ENOTICE-REC
           END-STRING
           MOVE WS-ENOTICE-ROWS TO WS-CNT-OUT
           MOVE WS-CNT-OUT TO ENOTICE-REC (15:7)
           WRITE ENOTICE-REC
           END-WRITE
           .

      *>  The notice is on the record from today, at the new rate;
      *>  any override already granted is kept.
       RECORD-NOTICES.
           PERFORM VARYING INC-IDX FROM 1 BY 1
                   UNTIL INC-IDX > WS-INC-COUNT
               MOVE INC-CODE (INC-IDX)     TO RNC-RATE-CODE
               MOVE INC-EFF-DATE (INC-IDX) TO RNC-EFF-DATE
               READ RATENOTC
                   INVALID KEY
                       INITIALIZE RATE-NOTICE-REC
                       MOVE INC-CODE (INC-IDX) TO RNC-RATE-CODE
                       MOVE INC-EFF-DATE (INC-IDX) TO RNC-EFF-DATE
                       MOVE SPACES TO RNC-OVERRIDE-REQ RNC-OVERRIDE-BY
                       PERFORM FILL-NOTICE-ROW
                       WRITE RATE-NOTICE-REC
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM FILL-NOTICE-ROW
                       REWRITE RATE-NOTICE-REC
                       END-REWRITE
               END-READ
               PERFORM WRITE-INCREASE-LINE
           END-PERFORM
           .

       FILL-NOTICE-ROW.
           MOVE INC-OLD-RATE (INC-IDX)   TO RNC-OLD-RATE
           MOVE INC-NEW-RATE (INC-IDX)   TO RNC-NOTICED-RATE
           MOVE WS-TODAY                 TO RNC-NOTICE-DATE
           MOVE INC-ACCT-COUNT (INC-IDX) TO RNC-ACCT-COUNT
           .

       WRITE-INCREASE-LINE.
           COMPUTE WS-EFF-INT =
                   FUNCTION INTEGER-OF-DATE (INC-EFF-DATE (INC-IDX))
           END-COMPUTE
           COMPUTE WS-DAYS-AHEAD = WS-EFF-INT - WS-TODAY-INT
           END-COMPUTE
           MOVE INC-OLD-RATE (INC-IDX)   TO WS-OLD-OUT
           MOVE INC-NEW-RATE (INC-IDX)   TO WS-NEW-OUT
           MOVE INC-ACCT-COUNT (INC-IDX) TO WS-COUNT-OUT
           MOVE WS-DAYS-AHEAD            TO WS-DAYS-OUT
           MOVE SPACES TO RNRPT-REC
           STRING "  "                   DELIMITED BY SIZE
                  INC-CODE (INC-IDX)     DELIMITED BY SIZE
                  " eff "                DELIMITED BY SIZE
                  INC-EFF-DATE (INC-IDX) DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-OLD-OUT             DELIMITED BY SIZE
                  " -> "                 DELIMITED BY SIZE
                  WS-NEW-OUT             DELIMITED BY SIZE
                  "  accounts "          DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                  "  notice "            DELIMITED BY SIZE
                  WS-DAYS-OUT            DELIMITED BY SIZE
                  " days ahead"          DELIMITED BY SIZE
                INTO RNRPT-REC
           END-STRING
           WRITE RNRPT-REC
           END-WRITE
           IF WS-DAYS-AHEAD < WS-NOTICE-DAYS
               ADD 1 TO WS-LATE-COUNT
               MOVE "    *** LATE -- under 30 days' notice; telco5 "
                  & "holds the prior rate unless overridden ***"
                 TO RNRPT-REC
               WRITE RNRPT-REC
               END-WRITE
           END-IF
           .

       WRITE-RUN-TOTALS.
           MOVE WS-INC-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RNRPT-REC
           STRING "Increases noticed this run: " DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO RNRPT-REC
           END-STRING
           WRITE RNRPT-REC
           END-WRITE
           MOVE WS-ALREADY-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RNRPT-REC
           STRING "Increases already noticed: " DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO RNRPT-REC
           END-STRING
           WRITE RNRPT-REC
           END-WRITE
           IF WS-INC-OVERFLOW > ZERO
               MOVE WS-INC-OVERFLOW TO WS-COUNT-OUT
               MOVE SPACES TO RNRPT-REC
               STRING "*** " DELIMITED BY SIZE
                      WS-COUNT-OUT            DELIMITED BY SIZE
                      " further increases not noticed -- rerun "
                                              DELIMITED BY SIZE
                      "to send them ***"      DELIMITED BY SIZE
                    INTO RNRPT-REC
               END-STRING
               WRITE RNRPT-REC
               END-WRITE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-ACCT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RNRPT-REC
           STRING "Accounts notified: "   DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO RNRPT-REC
           END-STRING
           WRITE RNRPT-REC
           END-WRITE
           MOVE WS-PAPER-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RNRPT-REC
           STRING "  Paper notices (RATENOTE.TXT): "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO RNRPT-REC
           END-STRING
           WRITE RNRPT-REC
           END-WRITE
           MOVE WS-ENOTICE-DOCS TO WS-COUNT-OUT
           MOVE SPACES TO RNRPT-REC
           STRING "  Electronic notices (ENOTICE.DAT): "
                                          DELIMITED BY SIZE
                  WS-COUNT-OUT            DELIMITED BY SIZE
                INTO RNRPT-REC
           END-STRING
           WRITE RNRPT-REC
           END-WRITE
           IF WS-LATE-COUNT > ZERO
               MOVE WS-LATE-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO RNRPT-REC
               STRING "Increases noticed late: " DELIMITED BY SIZE
                      WS-COUNT-OUT            DELIMITED BY SIZE
                    INTO RNRPT-REC
               END-STRING
               WRITE RNRPT-REC
               END-WRITE
           END-IF
           .

      *>  An approved override lets telco5 rate at an increase
      *>  whose notice came too late (or was never run).  The rate
      *>  row must exist; the notice row is created if it does not.
       RUN-OVERRIDE.
           MOVE FUNCTION UPPER-CASE (WS-RATE-CODE) TO WS-RATE-CODE
           OPEN OUTPUT RNRPT
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-USERID = SPACES
           OR WS-RATE-CODE = SPACES
           OR WS-EFF-DATE-ARG IS NOT NUMERIC
               MOVE "*** usage: telrnote [OVERRIDE USERID RATE-CODE "
                  & "EFF-DATE APPROVER] ***" TO RNRPT-REC
               WRITE RNRPT-REC
               END-WRITE
               CLOSE RNRPT
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EFF-DATE-ARG TO WS-EFF-DATE
           PERFORM VET-OVERRIDE-REQUEST
           IF WS-REFUSE-REASON = SPACES
               PERFORM APPLY-OVERRIDE
           END-IF
           MOVE SPACES TO RNRPT-REC
           IF WS-REFUSE-REASON = SPACES
               STRING FUNCTION TRIM (WS-RATE-CODE) DELIMITED BY SIZE
                      " eff "                DELIMITED BY SIZE
                      WS-EFF-DATE            DELIMITED BY SIZE
                      " notice overridden by "
                                             DELIMITED BY SIZE
                      FUNCTION TRIM (WS-USERID)
                                             DELIMITED BY SIZE
                      ", approved by "       DELIMITED BY SIZE
                      FUNCTION TRIM (WS-APPROVER)
                                             DELIMITED BY SIZE
                    INTO RNRPT-REC
               END-STRING
           ELSE
               STRING "*** override refused: " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                      " ***"                   DELIMITED BY SIZE
                    INTO RNRPT-REC
               END-STRING
               MOVE 16 TO RETURN-CODE
           END-IF
           WRITE RNRPT-REC
           END-WRITE
           PERFORM WRITE-AUDIT-RECORD
           CLOSE RNRPT
           .

      *>  Requester: rate maintenance, authenticated.  Approver: a
      *>  different rate-maintenance user, vetted for authority
      *>  only -- the teladj shape.
       VET-OVERRIDE-REQUEST.
           MOVE WS-USERID TO WS-CHECK-USERID
           PERFORM CHECK-ONE-USER
           IF USER-AUTHORIZED
               PERFORM AUTHENTICATE-OPERATOR
           END-IF
           IF NOT USER-AUTHORIZED
               MOVE "REQUESTER NOT AUTHORIZED" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-APPROVER = SPACES
                   MOVE "NO APPROVER NAMED" TO WS-REFUSE-REASON
               WHEN WS-APPROVER = WS-USERID
                   MOVE "REQUESTER CANNOT SELF-APPROVE"
                     TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE WS-APPROVER TO WS-CHECK-USERID
                   PERFORM CHECK-ONE-USER
                   IF NOT USER-AUTHORIZED
                       MOVE "APPROVER NOT AUTHORIZED"
                         TO WS-REFUSE-REASON
                   END-IF
           END-EVALUATE
           .

       CHECK-ONE-USER.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-CHECK-USERID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-RATE-MAINT
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  Same TELAUTHN call telrate makes for its requester.
       AUTHENTICATE-OPERATOR.
           MOVE "Y" TO WS-AUTHN-RESULT
           CALL "TELAUTHN" USING WS-USERID WS-AUTHN-RESULT
               ON EXCEPTION
                   MOVE "Y" TO WS-AUTHN-RESULT
           END-CALL
           IF WS-AUTHN-RESULT NOT = "Y"
               MOVE "N" TO WS-AUTHORIZED
           END-IF
           .

       APPLY-OVERRIDE.
           OPEN INPUT RATE-TABLE
           IF RATE-STATUS NOT = "00"
               MOVE "RATETAB NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RATE-CODE TO RATE-CODE
           MOVE WS-EFF-DATE  TO RATE-EFF-DATE
           READ RATE-TABLE
               INVALID KEY
                   MOVE "NO SUCH RATE ROW" TO WS-REFUSE-REASON
           END-READ
           CLOSE RATE-TABLE
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-NOTICE-CONTROL
           MOVE WS-RATE-CODE TO RNC-RATE-CODE
           MOVE WS-EFF-DATE  TO RNC-EFF-DATE
           READ RATENOTC
               INVALID KEY
                   INITIALIZE RATE-NOTICE-REC
                   MOVE WS-RATE-CODE TO RNC-RATE-CODE
                   MOVE WS-EFF-DATE  TO RNC-EFF-DATE
                   PERFORM FILL-OVERRIDE
                   WRITE RATE-NOTICE-REC
                   END-WRITE
               NOT INVALID KEY
                   PERFORM FILL-OVERRIDE
                   REWRITE RATE-NOTICE-REC
                   END-REWRITE
           END-READ
           CLOSE RATENOTC
           .

       FILL-OVERRIDE.
           MOVE WS-USERID   TO RNC-OVERRIDE-REQ
           MOVE WS-APPROVER TO RNC-OVERRIDE-BY
           MOVE WS-TODAY    TO RNC-OVERRIDE-DATE
           .

      *>  Onto telrate's TELCO.RAUD, so every act that decides what
      *>  a customer is rated at sits on one trail.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND RATEAUDIT
           IF RATEAUDIT-STATUS NOT = "00"
               OPEN OUTPUT RATEAUDIT
           END-IF
           MOVE SPACES TO RATEAUDIT-REC
           IF WS-REFUSE-REASON = SPACES
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  code="              DELIMITED BY SIZE
                      WS-RATE-CODE           DELIMITED BY SIZE
                      "  eff="               DELIMITED BY SIZE
                      WS-EFF-DATE            DELIMITED BY SIZE
                      "  approver="          DELIMITED BY SIZE
                      WS-APPROVER            DELIMITED BY SIZE
                      "  action=NOTICE-OVERRIDDEN"
                                              DELIMITED BY SIZE
                    INTO RATEAUDIT-REC
               END-STRING
           ELSE
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  code="              DELIMITED BY SIZE
                      WS-RATE-CODE           DELIMITED BY SIZE
                      "  eff="               DELIMITED BY SIZE
                      WS-EFF-DATE-ARG        DELIMITED BY SIZE
                      "  action=REFUSED-"    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                              DELIMITED BY SIZE
                    INTO RATEAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE RATEAUDIT-REC
           END-WRITE
           CLOSE RATEAUDIT
           .

      *>  Same fail-closed billing-operations check as telaccrue.
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

      *>  Chains the audit line into TELCO.RAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.RAUD" TO SRQ-TRAIL
           MOVE RATEAUDIT-REC (1:132) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO RATEAUDIT-REC
           .
       END PROGRAM telrnote.
