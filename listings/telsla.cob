      *>
      *> telsla.cob -- automatic SLA outage credits.  Business
      *> contracts promise a service credit when a switch outage
      *> runs past a threshold, and those credits used to be worked
      *> out by hand from care complaints weeks after the fact.
      *> telco5 now appends every type "3" switch-health record to
      *> SWHEALTH.DAT (see CBSWHLT.cpy) with its file's source-
      *> system id; this run:
      *>
      *>   telsla
      *>
      *>   - sorts that history by switch, date and time and finds
      *>     each outage window: the first record at or over the
      *>     health trip point (TELCO_HEALTH_SEV, default 3, the
      *>     same trip point telco5 pages on) opens the window, the
      *>     switch's next record below it closes it;
      *>   - finds the accounts behind the switch on SRCMAP.DAT
      *>     (see CBSRCMAP.cpy) under the source-system id its
      *>     health records came in with;
      *>   - for every active account carrying an SLA tier
      *>     (ACCT-SLA-TIER, see CBACCT.cpy) whose tier threshold
      *>     the outage exceeded, queues a format "B" credit CDR
      *>     (CDR-TXN-TYPE "C", class "L") on ADJINTAKE.DAT -- the
      *>     teladj/teldisp shape -- of the outage minutes times
      *>     the tier's credit factor, so the credit flows through
      *>     VALIDATE-RECORD and rating on the next telco5 run;
      *>   - registers the outage on SLAOUTG.DAT (see
      *>     CBSLAOUT.cpy), so a window already credited is passed
      *>     over on every later run.
      *>
      *>   Tier  Credited after   Credit units per outage minute
      *>    1       15 minutes               10
      *>    2       60 minutes                5
      *>    3      240 minutes                2
      *>
      *> A window with no recovery record yet is still open: it is
      *> listed but not credited until the switch reports healthy.
      *> A switch whose health records arrived without a header
      *> source id cannot be tied to accounts; its outage is
      *> registered and listed for service assurance to credit by
      *> hand.  A billing-operations batch, checked fail closed
      *> like telaccrue.  Report on TELSLA.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telsla.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWHLOG   ASSIGN TO
                "SWHEALTH.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS SWHLOG-STATUS
                .
           SELECT SORTFILE ASSIGN TO
                "SLASORT.TMP"
                .
           SELECT SRCMAP   ASSIGN TO
                "SRCMAP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SRCMAP-KEY
                FILE STATUS IS SRCMAP-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT SLAOUTG  ASSIGN TO
                "SLAOUTG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SLO-KEY
                FILE STATUS IS SLO-STATUS
                .
           SELECT ADJINTAKE ASSIGN TO
                "ADJINTAKE.DAT"
                FILE STATUS IS ADJ-STATUS
                .
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT SLARPT   ASSIGN TO
                "TELSLA.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS SLARPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  SWHLOG.
           COPY CBSWHLT.
      *>  The sort record mirrors CBSWHLT field for field; the
      *>  three leading fields are keys.
       SD  SORTFILE.
       01  SORT-REC.
           05  SRT-SWITCH-ID       PIC X(08).
           05  SRT-DATE            PIC 9(08).
           05  SRT-TIME            PIC 9(04).
           05  SRT-SEVERITY        PIC 9(01).
           05  SRT-STATUS-CODE     PIC X(04).
           05  SRT-SOURCE-SYS-ID   PIC X(04).
           05  SRT-RUN-DATE        PIC 9(08).
       FD  SRCMAP.
           COPY CBSRCMAP.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  SLAOUTG.
           COPY CBSLAOUT.
       FD  ADJINTAKE
           RECORD IS VARYING IN SIZE FROM 8 TO 72 CHARACTERS
           DEPENDING ON WS-ADJ-LENGTH
           .
           COPY CBCDR.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  SLARPT.
       01  SLARPT-REC        PIC X(100).

       WORKING-STORAGE SECTION.
       01  SWHLOG-STATUS     PIC XX      VALUE "00".
       01  SRCMAP-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  SLO-STATUS        PIC XX      VALUE "00".
       01  ADJ-STATUS        PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  SLARPT-STATUS     PIC XX      VALUE "00".
       01  WS-ADJ-LENGTH     PIC 9(04)   COMP-5 VALUE ZERO.

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-ENV-HEALTH-SEV PIC X(02)   VALUE SPACES.
       01  WS-HEALTH-SEV-TRIP PIC 9(01)  VALUE 3.

      *>  Credit schedule by SLA tier: the outage must run longer
      *>  than the threshold minutes, and then every outage minute
      *>  is credited at the factor.
       01  WS-TIER-VALUES.
           05  FILLER        PIC X(07)   VALUE "0001510".
           05  FILLER        PIC X(07)   VALUE "0006005".
           05  FILLER        PIC X(07)   VALUE "0024002".
       01  WS-TIER-TABLE REDEFINES WS-TIER-VALUES.
           05  WS-TIER-ENTRY OCCURS 3 TIMES INDEXED BY TIER-IDX.
               10  TIER-THRESHOLD    PIC 9(05).
               10  TIER-FACTOR       PIC 9(02).

      *>  The switch being walked and the outage window open on it.
       01  WS-SORT-EOF       PIC X       VALUE "N".
           88  SORT-AT-END               VALUE "Y".
       01  WS-CUR-SWITCH     PIC X(08)   VALUE SPACES.
       01  WS-IN-OUTAGE      PIC X       VALUE "N".
           88  OUTAGE-OPEN               VALUE "Y".
       01  WS-OUT-START-DATE PIC 9(08)   VALUE ZERO.
       01  WS-OUT-START-TIME PIC 9(04)   VALUE ZERO.
       01  WS-OUT-START-HHMM REDEFINES WS-OUT-START-TIME.
           05  WS-OUT-START-HH   PIC 9(02).
           05  WS-OUT-START-MM   PIC 9(02).
       01  WS-OUT-END-DATE   PIC 9(08)   VALUE ZERO.
       01  WS-OUT-END-TIME   PIC 9(04)   VALUE ZERO.
       01  WS-OUT-END-HHMM REDEFINES WS-OUT-END-TIME.
           05  WS-OUT-END-HH     PIC 9(02).
           05  WS-OUT-END-MM     PIC 9(02).
       01  WS-OUT-SOURCE-ID  PIC X(04)   VALUE SPACES.
       01  WS-OUT-MAX-SEV    PIC 9(01)   VALUE ZERO.
       01  WS-OUT-MINUTES    PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-START-STAMP    PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-END-STAMP      PIC S9(11)  COMP-5 VALUE ZERO.
       01  WS-OUT-ACCTS      PIC 9(07)   VALUE ZERO.
       01  WS-OUT-UNITS      PIC 9(09)   VALUE ZERO.
       01  WS-CREDIT-UNITS   PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-TIER-NO        PIC 9(01)   VALUE ZERO.

       01  WS-HEALTH-RECS    PIC 9(09)   VALUE ZERO.
       01  WS-OUTAGE-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-NEW-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-PRIOR-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-UNMAPPED-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-CREDIT-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-UNITS-TOTAL    PIC 9(11)   VALUE ZERO.

       01  WS-MIN-OUT        PIC ZZZ,ZZ9.
       01  WS-UNITS-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                       " -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-ENV-HEALTH-SEV
           ACCEPT WS-ENV-HEALTH-SEV FROM ENVIRONMENT
               "TELCO_HEALTH_SEV"
           END-ACCEPT
           IF WS-ENV-HEALTH-SEV NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-HEALTH-SEV)
                 TO WS-HEALTH-SEV-TRIP
           END-IF
           MOVE "TELCO_HEALTH_SEV" TO CFQ-SETTING
           MOVE WS-ENV-HEALTH-SEV TO CFQ-ENV-VALUE
           MOVE WS-HEALTH-SEV-TRIP TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN OUTPUT SLARPT
           MOVE SPACES TO SLARPT-REC
           STRING "==== SLA OUTAGE CREDIT RUN "
                                          DELIMITED BY SIZE
                  WS-TODAY                DELIMITED BY SIZE
                  " -- trip severity "    DELIMITED BY SIZE
                  WS-HEALTH-SEV-TRIP      DELIMITED BY SIZE
                  " ===="                 DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           OPEN INPUT SWHLOG
           IF SWHLOG-STATUS NOT = "00"
               MOVE "No switch-health history on file (SWHEALTH.DAT)"
                  & " -- nothing to credit." TO SLARPT-REC
               WRITE SLARPT-REC
               END-WRITE
               CLOSE SLARPT
               STOP RUN
           END-IF
           CLOSE SWHLOG
           OPEN INPUT SRCMAP
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "*** ACCTMAST.DAT not available -- no credits "
                  & "run ***" TO SLARPT-REC
               WRITE SLARPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE SLARPT
               STOP RUN
           END-IF
           PERFORM OPEN-OUTAGE-REGISTER
           OPEN EXTEND ADJINTAKE
           IF ADJ-STATUS NOT = "00"
               OPEN OUTPUT ADJINTAKE
           END-IF
           SORT SORTFILE
               ON ASCENDING KEY SRT-SWITCH-ID
                                SRT-DATE
                                SRT-TIME
               USING SWHLOG
               OUTPUT PROCEDURE IS FIND-OUTAGE-WINDOWS
           PERFORM WRITE-RUN-TOTALS
           CLOSE ADJINTAKE
                 SLAOUTG
                 ACCT-MASTER
                 SLARPT
           IF SRCMAP-STATUS = "00"
               CLOSE SRCMAP
           END-IF
           STOP RUN
           .

      *>  Created on first use, like the other side files.
       OPEN-OUTAGE-REGISTER.
           OPEN I-O SLAOUTG
           IF SLO-STATUS NOT = "00"
               OPEN OUTPUT SLAOUTG
               CLOSE SLAOUTG
               OPEN I-O SLAOUTG
           END-IF
           .

      *>  The sorted history, one switch at a time in time order.
       FIND-OUTAGE-WINDOWS.
           MOVE SPACES TO WS-CUR-SWITCH
           MOVE "N"    TO WS-IN-OUTAGE
           MOVE "N"    TO WS-SORT-EOF
           PERFORM UNTIL SORT-AT-END
               RETURN SORTFILE
                   AT END
                       SET SORT-AT-END TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-HEALTH-RECORD
               END-RETURN
           END-PERFORM
           IF OUTAGE-OPEN
               PERFORM REPORT-OPEN-OUTAGE
           END-IF
           .

       CONSIDER-ONE-HEALTH-RECORD.
           ADD 1 TO WS-HEALTH-RECS
           IF SRT-SWITCH-ID NOT = WS-CUR-SWITCH
               IF OUTAGE-OPEN
                   PERFORM REPORT-OPEN-OUTAGE
               END-IF
               MOVE SRT-SWITCH-ID TO WS-CUR-SWITCH
               MOVE "N" TO WS-IN-OUTAGE
           END-IF
           IF SRT-SEVERITY >= WS-HEALTH-SEV-TRIP
               IF NOT OUTAGE-OPEN
                   SET OUTAGE-OPEN TO TRUE
                   MOVE SRT-DATE TO WS-OUT-START-DATE
                   MOVE SRT-TIME TO WS-OUT-START-TIME
                   MOVE SPACES   TO WS-OUT-SOURCE-ID
                   MOVE ZERO     TO WS-OUT-MAX-SEV
               END-IF
               IF SRT-SEVERITY > WS-OUT-MAX-SEV
                   MOVE SRT-SEVERITY TO WS-OUT-MAX-SEV
               END-IF
               IF WS-OUT-SOURCE-ID = SPACES
                   MOVE SRT-SOURCE-SYS-ID TO WS-OUT-SOURCE-ID
               END-IF
           ELSE
               IF OUTAGE-OPEN
                   MOVE SRT-DATE TO WS-OUT-END-DATE
                   MOVE SRT-TIME TO WS-OUT-END-TIME
                   IF WS-OUT-SOURCE-ID = SPACES
                       MOVE SRT-SOURCE-SYS-ID TO WS-OUT-SOURCE-ID
                   END-IF
                   PERFORM PROCESS-CLOSED-OUTAGE
                   MOVE "N" TO WS-IN-OUTAGE
               END-IF
           END-IF
           .

      *>  A window with no recovery record behind it yet.
       REPORT-OPEN-OUTAGE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE SPACES TO SLARPT-REC
           STRING "  "                    DELIMITED BY SIZE
                  WS-CUR-SWITCH           DELIMITED BY SIZE
                  "  down since "         DELIMITED BY SIZE
                  WS-OUT-START-DATE       DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-OUT-START-TIME       DELIMITED BY SIZE
                  " -- no recovery reported yet, not credited"
                                          DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           .

      *>  A window closed by a recovery record: credited once, then
      *>  registered.
       PROCESS-CLOSED-OUTAGE.
           ADD 1 TO WS-OUTAGE-COUNT
           MOVE WS-CUR-SWITCH     TO SLO-SWITCH-ID
           MOVE WS-OUT-START-DATE TO SLO-START-DATE
           MOVE WS-OUT-START-TIME TO SLO-START-TIME
           READ SLAOUTG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-PRIOR-COUNT
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-NEW-COUNT
           COMPUTE WS-START-STAMP =
                   FUNCTION INTEGER-OF-DATE (WS-OUT-START-DATE) * 1440
                 + WS-OUT-START-HH * 60 + WS-OUT-START-MM
           END-COMPUTE
           COMPUTE WS-END-STAMP =
                   FUNCTION INTEGER-OF-DATE (WS-OUT-END-DATE) * 1440
                 + WS-OUT-END-HH * 60 + WS-OUT-END-MM
           END-COMPUTE
           COMPUTE WS-OUT-MINUTES = WS-END-STAMP - WS-START-STAMP
           END-COMPUTE
           IF WS-OUT-MINUTES < ZERO
               MOVE ZERO TO WS-OUT-MINUTES
           END-IF
           IF WS-OUT-MINUTES > 9999999
               MOVE 9999999 TO WS-OUT-MINUTES
           END-IF
           MOVE ZERO TO WS-OUT-ACCTS WS-OUT-UNITS
           MOVE WS-OUT-MINUTES TO WS-MIN-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "  "                    DELIMITED BY SIZE
                  WS-CUR-SWITCH           DELIMITED BY SIZE
                  "  source "             DELIMITED BY SIZE
                  WS-OUT-SOURCE-ID        DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-OUT-START-DATE       DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-OUT-START-TIME       DELIMITED BY SIZE
                  " to "                  DELIMITED BY SIZE
                  WS-OUT-END-DATE         DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-OUT-END-TIME         DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-MIN-OUT              DELIMITED BY SIZE
                  " min  sev "            DELIMITED BY SIZE
                  WS-OUT-MAX-SEV          DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           IF WS-OUT-SOURCE-ID = SPACES
           OR SRCMAP-STATUS NOT = "00"
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE "      *** switch not tied to a source id on "
                  & "SRCMAP -- credit by hand ***" TO SLARPT-REC
               WRITE SLARPT-REC
               END-WRITE
           ELSE
               PERFORM CREDIT-SERVED-ACCOUNTS
           END-IF
           PERFORM REGISTER-OUTAGE
           .

      *>  Every account the coverage map has behind the switch's
      *>  source id.
       CREDIT-SERVED-ACCOUNTS.
           MOVE WS-OUT-SOURCE-ID TO SRC-SYS-ID
           MOVE ZERO             TO SRC-ACCT-NO
           START SRCMAP KEY IS GREATER THAN OR EQUAL SRCMAP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ SRCMAP NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF SRC-SYS-ID NOT = WS-OUT-SOURCE-ID
                           EXIT PERFORM
                       END-IF
                       PERFORM CREDIT-ONE-ACCOUNT
                   END-PERFORM
           END-START
           IF WS-OUT-ACCTS = ZERO
               MOVE "      no SLA account served past its tier "
                  & "threshold" TO SLARPT-REC
               WRITE SLARPT-REC
               END-WRITE
           END-IF
           .

       CREDIT-ONE-ACCOUNT.
           MOVE SRC-ACCT-NO TO ACCT-NO
           READ ACCT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-ACTIVE
           OR NOT ACCT-SLA-ELIGIBLE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-SLA-TIER TO WS-TIER-NO
           SET TIER-IDX TO WS-TIER-NO
           IF WS-OUT-MINUTES NOT > TIER-THRESHOLD (TIER-IDX)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CREDIT-UNITS =
                   WS-OUT-MINUTES * TIER-FACTOR (TIER-IDX)
           END-COMPUTE
           IF WS-CREDIT-UNITS > 9999999
               MOVE 9999999 TO WS-CREDIT-UNITS
           END-IF
           PERFORM QUEUE-CREDIT-CDR
           ADD 1 TO WS-OUT-ACCTS
           ADD WS-CREDIT-UNITS TO WS-OUT-UNITS
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-CREDIT-UNITS TO WS-UNITS-TOTAL
           MOVE WS-CREDIT-UNITS TO WS-UNITS-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "      acct "           DELIMITED BY SIZE
                  ACCT-NO                 DELIMITED BY SIZE
                  "  tier "               DELIMITED BY SIZE
                  ACCT-SLA-TIER           DELIMITED BY SIZE
                  "  credit units "       DELIMITED BY SIZE
                  WS-UNITS-OUT            DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  ACCT-NAME               DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           .

      *>  A properly formed format "B" credit CDR -- the teladj
      *>  shape with CDR-TXN-TYPE "C" -- on the next-run intake.
       QUEUE-CREDIT-CDR.
           MOVE SPACES TO CDR-IN
           MOVE ACCT-NO         TO ACCT-NO-IN
           MOVE WS-CREDIT-UNITS TO FMTB-MINUTES
           MOVE "L"             TO FMTB-FLAG
           MOVE WS-NOW (9:4)    TO CDR-CALL-TIME
           MOVE WS-NOW (1:8)    TO CDR-CALL-DATE
           MOVE "C"             TO CDR-TXN-TYPE
           MOVE SPACES          TO CDR-CARRIER-CODE
           MOVE SPACES          TO CDR-JURIS-CODE
           MOVE SPACES          TO CDR-CALLED-NUMBER
           MOVE SPACE           TO CDR-ROAM-IND
           MOVE SPACES          TO CDR-VISITED-CARRIER
           MOVE SPACE           TO CDR-REC-TYPE
           MOVE 72 TO WS-ADJ-LENGTH
           WRITE CDR-IN
           END-WRITE
           .

       REGISTER-OUTAGE.
           MOVE WS-CUR-SWITCH     TO SLO-SWITCH-ID
           MOVE WS-OUT-START-DATE TO SLO-START-DATE
           MOVE WS-OUT-START-TIME TO SLO-START-TIME
           MOVE WS-OUT-END-DATE   TO SLO-END-DATE
           MOVE WS-OUT-END-TIME   TO SLO-END-TIME
           MOVE WS-OUT-MINUTES    TO SLO-MINUTES
           MOVE WS-OUT-SOURCE-ID  TO SLO-SOURCE-SYS-ID
           MOVE WS-OUT-MAX-SEV    TO SLO-MAX-SEVERITY
           MOVE WS-OUT-ACCTS      TO SLO-ACCT-COUNT
           MOVE WS-OUT-UNITS      TO SLO-CREDIT-UNITS
           MOVE WS-TODAY          TO SLO-RUN-DATE
           WRITE SLA-OUTAGE-REC
           END-WRITE
           .

       WRITE-RUN-TOTALS.
           MOVE SPACES TO SLARPT-REC
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-HEALTH-RECS TO WS-UNITS-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "Health records read:       " DELIMITED BY SIZE
                  WS-UNITS-OUT                   DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-OUTAGE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "Outage windows closed:         " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-PRIOR-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "  already credited earlier:    " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-NEW-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "  new this run:                " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "  not tied to accounts:        " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-OPEN-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "Outage windows still open:     " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-CREDIT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "Credit CDRs queued:            " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
           END-WRITE
           MOVE WS-UNITS-TOTAL TO WS-UNITS-OUT
           MOVE SPACES TO SLARPT-REC
           STRING "Credit units queued:       " DELIMITED BY SIZE
                  WS-UNITS-OUT                   DELIMITED BY SIZE
                INTO SLARPT-REC
           END-STRING
           WRITE SLARPT-REC
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

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELSLA" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telsla.
