      *>
      *> telicb.cob -- negotiated (ICB) per-account rate overrides.
      *> Our largest business accounts each have a per-minute rate
      *> sales negotiated for them, and the only way to bill it used
      *> to be a one-customer plan code on PLANTAB -- dozens of
      *> single-account plans nobody could tell apart.  ICBRATE.DAT
      *> (see CBICB.cpy) holds the deal against the account itself,
      *> per rate class and effective date with an expiry, and
      *> telco5 prices the account's traffic at it ahead of the
      *> plan.  Modeled on telref: the requesting user must hold
      *> rate-maintenance authority on AUTHTB (and authenticate
      *> through TELAUTHN) before anything is applied, each value is
      *> validated before it is written, and every attempt -- applied
      *> or refused -- goes on the TELCO.TAUD trail with old value,
      *> new value, who and when.
      *>
      *> Invoked with one command-line string:
      *>   telicb USERID ADD|CHG|DEL ACCT CLASS EFF-DATE [RATE [EXP]]
      *>     CLASS is PR, LO, IN or TF; EXP is the last day the rate
      *>     applies (YYYYMMDD), left off or 0 for open-ended.  CHG
      *>     with no EXP keeps the expiry already on file.
      *>   telicb REPORT [DAYS]
      *>     lists the overrides expiring within DAYS (default 60)
      *>     so sales can renegotiate before the account drops back
      *>     to its plan, and every override in effect today that is
      *>     priced below what the dearest carrier on CARRIERTB
      *>     charges us per minute (foreign carriers converted at
      *>     today's FXRATE.DAT rate) -- a deal that loses money on
      *>     every call routed that way.
      *>
      *> Report on TELICB.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telicb.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ICBRATE  ASSIGN TO
                "ICBRATE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ICB-KEY
                FILE STATUS IS ICB-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT CARRIERTB ASSIGN TO
                "CARRIERTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CARRIER-CODE
                FILE STATUS IS CARRIER-STATUS
                .
           SELECT FXTAB    ASSIGN TO
                "FXRATE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS FX-KEY
                FILE STATUS IS FX-STATUS
                .
           SELECT AUTHTB    ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT REFAUDIT  ASSIGN TO
                "TELCO.TAUD"
                LINE SEQUENTIAL
                FILE STATUS IS REFAUDIT-STATUS
                .
           SELECT ICBRPT    ASSIGN TO
                "TELICB.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS ICBRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  ICBRATE.
           COPY CBICB.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  CARRIERTB.
           COPY CBCARR.
       FD  FXTAB.
           COPY CBFX.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  REFAUDIT.
       01  REFAUDIT-REC      PIC X(190).
       FD  ICBRPT.
       01  ICBRPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  ICB-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  CARRIER-STATUS    PIC XX      VALUE "00".
       01  FX-STATUS         PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  REFAUDIT-STATUS   PIC XX      VALUE "00".
       01  ICBRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.

       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-ACCT-ARG       PIC X(10)   VALUE SPACES.
       01  WS-CLASS-ARG      PIC X(02)   VALUE SPACES.
       01  WS-EFF-ARG        PIC X(08)   VALUE SPACES.
       01  WS-RATE-ARG       PIC X(12)   VALUE SPACES.
       01  WS-EXP-ARG        PIC X(08)   VALUE SPACES.
       01  WS-KEY-ARG        PIC X(24)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-ACCT-NUM       PIC 9(10)   VALUE ZERO.
       01  WS-EFF-NUM        PIC 9(08)   VALUE ZERO.
       01  WS-EXP-NUM        PIC 9(08)   VALUE ZERO.

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-AUTHN-RESULT   PIC X       VALUE "Y".

       01  WS-REC-EXISTS     PIC X       VALUE "N".
           88  REC-ALREADY-ON-FILE      VALUE "Y".
       01  WS-APPLIED        PIC X       VALUE "N".
           88  CHANGE-APPLIED           VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

       01  WS-OLD-VALUE      PIC X(50)   VALUE SPACES.
       01  WS-NEW-VALUE      PIC X(50)   VALUE SPACES.
       01  WS-RATE-OUT       PIC -9(03).99999.
       01  WS-RATE-OUT2      PIC -9(03).99999.

      *>  Report-mode working fields.
       01  WS-DAYS-ARG       PIC X(04)   VALUE SPACES.
       01  WS-WINDOW-DAYS    PIC 9(04)   VALUE 60.
       01  WS-WINDOW-END     PIC 9(08)   VALUE ZERO.
       01  WS-FX-RATE        PIC S9(03)V9(05) COMP-5 VALUE 1.
       01  WS-HOME-COST      PIC S9(05)V9(05) COMP-5 VALUE ZERO.
       01  WS-MAX-COST       PIC S9(05)V9(05) COMP-5 VALUE ZERO.
       01  WS-MAX-CARRIER    PIC X(03)   VALUE SPACES.
       01  WS-EXPIRING-COUNT PIC 9(05)   VALUE ZERO.
       01  WS-BELOW-COUNT    PIC 9(05)   VALUE ZERO.
       01  WS-COUNT-OUT      PIC ZZ,ZZ9.
      *>  The latest row seen so far that is effective today for
      *>  the account/class being read -- only it is in force, an
      *>  earlier row it superseded is not.
       01  WS-PENDING-SW     PIC X       VALUE "N".
           88  ROW-PENDING             VALUE "Y".
       01  WS-PENDING-REC    PIC X(60)   VALUE SPACES.
       01  WS-CURRENT-REC    PIC X(60)   VALUE SPACES.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           OPEN OUTPUT ICBRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           IF WS-CMDLINE (1:7) = "REPORT " OR WS-CMDLINE = "REPORT"
               PERFORM RUN-OVERRIDE-REPORT
               CLOSE ICBRPT
               STOP RUN
           END-IF
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE "*** usage: telicb USERID ADD|CHG|DEL ACCT "
                  & "PR|LO|IN|TF EFF-DATE [RATE [EXP-DATE]] | "
                  & "REPORT [DAYS] ***" TO ICBRPT-REC
               WRITE ICBRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CHECK-AUTHORIZATION
               IF NOT USER-AUTHORIZED
                   MOVE "NOT AUTHORIZED" TO WS-REFUSE-REASON
                   PERFORM WRITE-REFUSAL
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM APPLY-OVERRIDE-CHANGE
                   PERFORM WRITE-AUDIT-RECORD
                   IF NOT CHANGE-APPLIED
                       PERFORM WRITE-REFUSAL
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM WRITE-CHANGE-SUMMARY
                   END-IF
               END-IF
           END-IF
           CLOSE ICBRPT
           STOP RUN
           .

      *>  USERID/ACTION/ACCT/CLASS/EFF-DATE and the two optional
      *>  values.  Layout validation happens here, before AUTHTB is
      *>  even consulted, the same order as telref.
       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ACTION
                    WS-ACCT-ARG
                    WS-CLASS-ARG
                    WS-EFF-ARG
                    WS-RATE-ARG
                    WS-EXP-ARG
           END-UNSTRING
           STRING FUNCTION TRIM (WS-ACCT-ARG) DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-CLASS-ARG                DELIMITED BY SIZE
                  "/"                         DELIMITED BY SIZE
                  WS-EFF-ARG                  DELIMITED BY SIZE
                INTO WS-KEY-ARG
           END-STRING
           IF WS-USERID = SPACES
           OR (WS-ACTION NOT = "ADD" AND NOT = "CHG"
               AND NOT = "DEL")
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM (WS-ACCT-ARG) IS NOT NUMERIC
           OR WS-EFF-ARG IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-CLASS-ARG NOT = "PR" AND NOT = "LO"
           AND WS-CLASS-ARG NOT = "IN" AND NOT = "TF"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (WS-ACCT-ARG) TO WS-ACCT-NUM
           MOVE WS-EFF-ARG TO WS-EFF-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-EFF-NUM) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-EXP-NUM
           IF WS-ACTION NOT = "DEL"
               IF WS-RATE-ARG = SPACES
               OR FUNCTION TEST-NUMVAL (WS-RATE-ARG) NOT = ZERO
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL (WS-RATE-ARG) < ZERO
                   EXIT PARAGRAPH
               END-IF
               IF WS-EXP-ARG NOT = SPACES
                   IF WS-EXP-ARG IS NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-EXP-ARG TO WS-EXP-NUM
                   IF WS-EXP-NUM NOT = ZERO
                       IF FUNCTION TEST-DATE-YYYYMMDD (WS-EXP-NUM)
                          NOT = ZERO
                       OR WS-EXP-NUM < WS-EFF-NUM
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "Y" TO WS-ARGS-VALID
           .

      *>  Same fail-closed check as telrate/telref -- a negotiated
      *>  rate is a rate, so rate-maintenance authority covers it.
       CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-USERID TO AUTH-USERID
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
           IF WS-AUTHORIZED = "Y"
               PERFORM AUTHENTICATE-OPERATOR
           END-IF
           .

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

      *>  telref's shape: create the file on first use, ADD refuses
      *>  a key already on file, CHG/DEL refuse one that is not,
      *>  and the prior values are captured before they are
      *>  overwritten.  An ADD also needs the account to exist --
      *>  an override for a mistyped account would sit unused
      *>  while the real account billed at its plan.
       APPLY-OVERRIDE-CHANGE.
           MOVE "N" TO WS-APPLIED
           MOVE SPACES TO WS-OLD-VALUE WS-NEW-VALUE WS-REFUSE-REASON
           IF WS-ACTION = "ADD"
               OPEN INPUT ACCT-MASTER
               MOVE WS-ACCT-NUM TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
               CLOSE ACCT-MASTER
               IF WS-REFUSE-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O ICBRATE
           IF ICB-STATUS NOT = "00"
               OPEN OUTPUT ICBRATE
               CLOSE ICBRATE
               OPEN I-O ICBRATE
           END-IF
           MOVE "N" TO WS-REC-EXISTS
           MOVE WS-ACCT-NUM  TO ICB-ACCT-NO
           MOVE WS-CLASS-ARG TO ICB-CLASS
           MOVE WS-EFF-NUM   TO ICB-EFF-DATE
           READ ICBRATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-REC-EXISTS
                   MOVE ICB-RATE TO WS-RATE-OUT
                   STRING WS-RATE-OUT " exp " ICB-EXP-DATE
                       DELIMITED BY SIZE INTO WS-OLD-VALUE
                   END-STRING
           END-READ
           PERFORM CHECK-ACTION-VS-EXISTING
           IF CHANGE-APPLIED
               EVALUATE WS-ACTION
                   WHEN "DEL"
                       DELETE ICBRATE RECORD
                       END-DELETE
                   WHEN OTHER
                       MOVE WS-ACCT-NUM  TO ICB-ACCT-NO
                       MOVE WS-CLASS-ARG TO ICB-CLASS
                       MOVE WS-EFF-NUM   TO ICB-EFF-DATE
                       COMPUTE ICB-RATE =
                               FUNCTION NUMVAL (WS-RATE-ARG)
                       END-COMPUTE
                       IF NOT REC-ALREADY-ON-FILE
                       OR WS-EXP-ARG NOT = SPACES
                           MOVE WS-EXP-NUM TO ICB-EXP-DATE
                       END-IF
                       MOVE WS-USERID    TO ICB-SET-BY
                       MOVE WS-TODAY     TO ICB-SET-DATE
                       MOVE ICB-RATE TO WS-RATE-OUT
                       STRING WS-RATE-OUT " exp " ICB-EXP-DATE
                           DELIMITED BY SIZE INTO WS-NEW-VALUE
                       END-STRING
                       IF REC-ALREADY-ON-FILE
                           REWRITE ICB-RATE-REC
                       ELSE
                           WRITE ICB-RATE-REC
                       END-WRITE
                       END-IF
               END-EVALUATE
           END-IF
           CLOSE ICBRATE
           .

       CHECK-ACTION-VS-EXISTING.
           MOVE "Y" TO WS-APPLIED
           IF WS-ACTION = "ADD" AND REC-ALREADY-ON-FILE
               MOVE "N" TO WS-APPLIED
               MOVE "KEY ALREADY ON FILE" TO WS-REFUSE-REASON
           END-IF
           IF WS-ACTION NOT = "ADD" AND NOT REC-ALREADY-ON-FILE
               MOVE "N" TO WS-APPLIED
               MOVE "KEY NOT ON FILE" TO WS-REFUSE-REASON
           END-IF
           .

      *>  Same append-only TELCO.TAUD trail telref writes, under
      *>  table=ICB, so one file answers who changed which rate.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND REFAUDIT
           IF REFAUDIT-STATUS NOT = "00"
               OPEN OUTPUT REFAUDIT
           END-IF
           MOVE SPACES TO REFAUDIT-REC
           IF CHANGE-APPLIED
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  table=ICB  "        DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION (1:3)        DELIMITED BY SIZE
                      "  key="               DELIMITED BY SIZE
                      WS-KEY-ARG             DELIMITED BY SIZE
                      "  old="               DELIMITED BY SIZE
                      FUNCTION TRIM (WS-OLD-VALUE) DELIMITED BY SIZE
                      "  new="               DELIMITED BY SIZE
                      FUNCTION TRIM (WS-NEW-VALUE) DELIMITED BY SIZE
                      "  action=APPLIED"     DELIMITED BY SIZE
                    INTO REFAUDIT-REC
               END-STRING
           ELSE
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  table=ICB  "        DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION (1:3)        DELIMITED BY SIZE
                      "  key="               DELIMITED BY SIZE
                      WS-KEY-ARG             DELIMITED BY SIZE
                      "  action=REFUSED-"    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                              DELIMITED BY SIZE
                    INTO REFAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE REFAUDIT-REC
           END-WRITE
           CLOSE REFAUDIT
           .

       WRITE-REFUSAL.
           MOVE SPACES TO ICBRPT-REC
           STRING "*** "                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-USERID)    DELIMITED BY SIZE
                  " ICB "                      DELIMITED BY SIZE
                  WS-ACTION (1:3)              DELIMITED BY SIZE
                  " key "                      DELIMITED BY SIZE
                  WS-KEY-ARG                   DELIMITED BY SIZE
                  " refused: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                  " ***"                       DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           .

       WRITE-CHANGE-SUMMARY.
           MOVE SPACES TO ICBRPT-REC
           STRING "ICB key "                   DELIMITED BY SIZE
                  WS-KEY-ARG                   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-ACTION (1:3)              DELIMITED BY SIZE
                  " applied: '"                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-OLD-VALUE) DELIMITED BY SIZE
                  "' -> '"                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NEW-VALUE) DELIMITED BY SIZE
                  "'"                          DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           .

      *>  Read-only, so no AUTHTB check -- the same stance as the
      *>  other period reports.  One pass over CARRIERTB prices the
      *>  dearest carrier in home currency, then one pass over
      *>  ICBRATE writes both sections.
       RUN-OVERRIDE-REPORT.
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
                    WS-DAYS-ARG
           END-UNSTRING
           IF FUNCTION TRIM (WS-DAYS-ARG) IS NUMERIC
               MOVE FUNCTION NUMVAL (WS-DAYS-ARG) TO WS-WINDOW-DAYS
           END-IF
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                    + WS-WINDOW-DAYS)
           END-COMPUTE
           OPEN INPUT ICBRATE
           IF ICB-STATUS NOT = "00"
               MOVE "*** ICBRATE.DAT not available -- no overrides "
                  & "on file ***" TO ICBRPT-REC
               WRITE ICBRPT-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-DEAREST-CARRIER
           MOVE SPACES TO ICBRPT-REC
           STRING "==== ICB OVERRIDES EXPIRING " DELIMITED BY SIZE
                  WS-TODAY                      DELIMITED BY SIZE
                  " THRU "                      DELIMITED BY SIZE
                  WS-WINDOW-END                 DELIMITED BY SIZE
                  " ===="                       DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           MOVE LOW-VALUES TO ICB-KEY
           START ICBRATE KEY IS GREATER THAN ICB-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ ICBRATE NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF ICB-EXP-DATE NOT = ZERO
                       AND ICB-EXP-DATE >= WS-TODAY
                       AND ICB-EXP-DATE <= WS-WINDOW-END
                           PERFORM WRITE-EXPIRING-LINE
                       END-IF
                   END-PERFORM
           END-START
           MOVE WS-EXPIRING-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ICBRPT-REC
           STRING "Expiring: "  DELIMITED BY SIZE
                  WS-COUNT-OUT  DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           MOVE SPACES TO ICBRPT-REC
           WRITE ICBRPT-REC
           END-WRITE
           MOVE WS-MAX-COST TO WS-RATE-OUT
           MOVE SPACES TO ICBRPT-REC
           STRING "==== ICB OVERRIDES IN EFFECT BELOW CARRIER COST ("
                                                DELIMITED BY SIZE
                  WS-MAX-CARRIER                DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-RATE-OUT                   DELIMITED BY SIZE
                  "/min) ===="                  DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           IF WS-MAX-CARRIER = SPACES
               MOVE "  (no carrier rates on CARRIERTB -- nothing to "
                  & "compare against)" TO ICBRPT-REC
               WRITE ICBRPT-REC
               END-WRITE
           ELSE
               MOVE LOW-VALUES TO ICB-KEY
               START ICBRATE KEY IS GREATER THAN ICB-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ ICBRATE NEXT
                               AT END
                                   EXIT PERFORM
                           END-READ
                           PERFORM CONSIDER-FOR-BELOW-COST
                       END-PERFORM
               END-START
               PERFORM CHECK-PENDING-BELOW-COST
           END-IF
           MOVE WS-BELOW-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ICBRPT-REC
           STRING "Below carrier cost: " DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           CLOSE ICBRATE
           IF WS-BELOW-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *>  The dearest per-minute cost any carrier on CARRIERTB
      *>  charges us, in home currency -- a foreign carrier's rate
      *>  converted at the FXRATE.DAT row in effect today (the
      *>  FIND-CURRENT-RATE shape).  No FX row falls back to 1, as
      *>  telco5's LOOKUP-FX-RATE does.
       FIND-DEAREST-CARRIER.
           MOVE ZERO   TO WS-MAX-COST
           MOVE SPACES TO WS-MAX-CARRIER
           OPEN INPUT CARRIERTB
           IF CARRIER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FXTAB
           MOVE LOW-VALUES TO CARRIER-CODE
           START CARRIERTB KEY IS GREATER THAN CARRIER-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ CARRIERTB NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM PRICE-ONE-CARRIER
                   END-PERFORM
           END-START
           CLOSE CARRIERTB
           IF FX-STATUS = "00"
               CLOSE FXTAB
           END-IF
           .

       PRICE-ONE-CARRIER.
           MOVE 1 TO WS-FX-RATE
           IF CARRIER-CURRENCY NOT = SPACES
           AND FX-STATUS = "00"
               MOVE CARRIER-CURRENCY TO FX-CURRENCY
               MOVE WS-TODAY         TO FX-EFF-DATE
               START FXTAB KEY IS LESS THAN OR EQUAL FX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FXTAB NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FX-CURRENCY = CARRIER-CURRENCY
                               AND FX-RATE NOT = ZERO
                                   MOVE FX-RATE TO WS-FX-RATE
                               END-IF
                       END-READ
               END-START
           END-IF
           COMPUTE WS-HOME-COST ROUNDED = CARRIER-RATE * WS-FX-RATE
           END-COMPUTE
           IF WS-HOME-COST > WS-MAX-COST
               MOVE WS-HOME-COST TO WS-MAX-COST
               MOVE CARRIER-CODE TO WS-MAX-CARRIER
           END-IF
           .

      *>  A row only tells us the pending one is in force once the
      *>  account/class changes, or the new row is not yet
      *>  effective; a new effective row for the same account and
      *>  class supersedes it.
       CONSIDER-FOR-BELOW-COST.
           IF ROW-PENDING
               IF WS-PENDING-REC (1:12) NOT = ICB-KEY (1:12)
               OR ICB-EFF-DATE > WS-TODAY
                   MOVE ICB-RATE-REC TO WS-CURRENT-REC
                   PERFORM CHECK-PENDING-BELOW-COST
                   MOVE WS-CURRENT-REC TO ICB-RATE-REC
               END-IF
           END-IF
           IF ICB-EFF-DATE <= WS-TODAY
               MOVE ICB-RATE-REC TO WS-PENDING-REC
               MOVE "Y" TO WS-PENDING-SW
           END-IF
           .

       CHECK-PENDING-BELOW-COST.
           IF NOT ROW-PENDING
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PENDING-SW
           MOVE WS-PENDING-REC TO ICB-RATE-REC
           IF (ICB-EXP-DATE = ZERO OR ICB-EXP-DATE >= WS-TODAY)
           AND ICB-RATE < WS-MAX-COST
               PERFORM WRITE-BELOW-COST-LINE
           END-IF
           .

       WRITE-EXPIRING-LINE.
           ADD 1 TO WS-EXPIRING-COUNT
           MOVE ICB-RATE TO WS-RATE-OUT
           MOVE SPACES TO ICBRPT-REC
           STRING "  acct "       DELIMITED BY SIZE
                  ICB-ACCT-NO     DELIMITED BY SIZE
                  "  class "      DELIMITED BY SIZE
                  ICB-CLASS       DELIMITED BY SIZE
                  "  rate "       DELIMITED BY SIZE
                  WS-RATE-OUT     DELIMITED BY SIZE
                  "  eff "        DELIMITED BY SIZE
                  ICB-EFF-DATE    DELIMITED BY SIZE
                  "  expires "    DELIMITED BY SIZE
                  ICB-EXP-DATE    DELIMITED BY SIZE
                  "  set by "     DELIMITED BY SIZE
                  ICB-SET-BY      DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           .

       WRITE-BELOW-COST-LINE.
           ADD 1 TO WS-BELOW-COUNT
           MOVE ICB-RATE    TO WS-RATE-OUT
           MOVE WS-MAX-COST TO WS-RATE-OUT2
           MOVE SPACES TO ICBRPT-REC
           STRING "  acct "       DELIMITED BY SIZE
                  ICB-ACCT-NO     DELIMITED BY SIZE
                  "  class "      DELIMITED BY SIZE
                  ICB-CLASS       DELIMITED BY SIZE
                  "  rate "       DELIMITED BY SIZE
                  WS-RATE-OUT     DELIMITED BY SIZE
                  "  < cost "     DELIMITED BY SIZE
                  WS-RATE-OUT2    DELIMITED BY SIZE
                  " ("            DELIMITED BY SIZE
                  WS-MAX-CARRIER  DELIMITED BY SIZE
                  ")  set by "    DELIMITED BY SIZE
                  ICB-SET-BY      DELIMITED BY SIZE
                INTO ICBRPT-REC
           END-STRING
           WRITE ICBRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELCO.TAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.TAUD" TO SRQ-TRAIL
           MOVE REFAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO REFAUDIT-REC
           .
       END PROGRAM telicb.
