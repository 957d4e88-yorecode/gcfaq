      *>
      *> tellife.cob -- Lifeline enrollment, recertification and
      *> the monthly reimbursement claim.  As a designated Lifeline
      *> carrier we discount eligible low-income subscribers'
      *> service and claim the support back from the fund
      *> administrator; LIFELINE.DAT (see CBLIFELN.cpy) holds each
      *> enrolled account's qualifying program, verification and
      *> recertification dates and its one-per-household
      *> attestation, and telbill applies the discount from it.
      *>
      *> Enrollment, AUTHTB-checked (account/data maintenance, fail
      *> closed) with an append-only TELLIFE.AUD line per action,
      *> same as telmsg:
      *>   tellife USERID ENROLL ACCT PROGRAM VERIFIED Y [AMOUNT]
      *>     VERIFIED is the YYYYMMDD eligibility was verified, Y
      *>     the household attestation (nothing else is accepted,
      *>     and an active enrollment already at the account's
      *>     street address and zip is refused);
      *>     AMOUNT is the monthly support, default
      *>     TELCO_LIFELINE_SUPPORT or 9.25.  Recertification falls
      *>     due a year after VERIFIED.
      *>   tellife USERID RECERT ACCT VERIFIED Y
      *>     a fresh verification and attestation, reactivating a
      *>     lapsed enrollment.
      *>   tellife USERID END ACCT
      *>     de-enrollment -- the subscriber no longer qualifies.
      *>
      *> Billing-operations batches, checked fail closed like
      *> telaccrue:
      *>   tellife DUE [DAYS]
      *>     the recertification-due report: every active
      *>     enrollment past its due date is lapsed -- telbill
      *>     stops the discount from that moment -- and those
      *>     falling due within DAYS (default 60) are listed for
      *>     outreach.
      *>   tellife CLAIM [YYYYMM]
      *>     the administrator's claim for the period (default the
      *>     current month) off LIFEAPPL.DAT, the support telbill
      *>     actually credited: LIFECLM.DAT carries one "D" row per
      *>     operating entity (ACCT-ENTITY-CODE) with its subscriber
      *>     count and support dollars, and a "T" control trailer.
      *>
      *> Report on TELLIFE.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tellife.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIFELINE ASSIGN TO
                "LIFELINE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LFL-ACCT-NO
                FILE STATUS IS LFL-STATUS
                .
           SELECT LIFEAPPL ASSIGN TO
                "LIFEAPPL.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LFA-KEY
                FILE STATUS IS LFA-STATUS
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
           SELECT LIFECLM  ASSIGN TO
                "LIFECLM.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS LIFECLM-STATUS
                .
           SELECT LIFEAUD  ASSIGN TO
                "TELLIFE.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS LIFEAUD-STATUS
                .
           SELECT LIFERPT  ASSIGN TO
                "TELLIFE.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS LIFERPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  LIFELINE.
           COPY CBLIFELN.
       FD  LIFEAPPL.
           COPY CBLIFEAP.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTHTB.
           COPY CBAUTH.
      *>  One row per operating entity, then the control trailer.
       FD  LIFECLM.
       01  LIFECLM-REC.
           05  LCL-REC-TYPE      PIC X(01).
           05  LCL-PERIOD        PIC 9(06).
           05  LCL-ENTITY-CODE   PIC X(02).
           05  LCL-SUBSCRIBERS   PIC 9(07).
           05  LCL-SUPPORT-AMT   PIC 9(09)V99.
       01  LIFECLM-TRAILER.
           05  LCT-REC-TYPE      PIC X(01).
           05  LCT-PERIOD        PIC 9(06).
           05  LCT-RUN-DATE      PIC 9(08).
           05  LCT-ENTITIES      PIC 9(03).
           05  LCT-SUBSCRIBERS   PIC 9(07).
           05  LCT-SUPPORT-AMT   PIC 9(09)V99.
       FD  LIFEAUD.
       01  LIFEAUD-REC       PIC X(230).
       FD  LIFERPT.
       01  LIFERPT-REC       PIC X(120).

       WORKING-STORAGE SECTION.
       01  LFL-STATUS        PIC XX      VALUE "00".
       01  LFA-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  LIFECLM-STATUS    PIC XX      VALUE "00".
       01  LIFEAUD-STATUS    PIC XX      VALUE "00".
       01  LIFERPT-STATUS    PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-CMDLINE        PIC X(200)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-ACCT-ARG       PIC X(10)   VALUE SPACES.
       01  WS-PROGRAM-ARG    PIC X(04)   VALUE SPACES.
       01  WS-VERIFY-ARG     PIC X(08)   VALUE SPACES.
       01  WS-ATTEST-ARG     PIC X(01)   VALUE SPACES.
       01  WS-AMOUNT-ARG     PIC X(10)   VALUE SPACES.
       01  WS-ARG2           PIC X(10)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".
       01  WS-ACCT-NUM       PIC 9(10)   VALUE ZERO.
       01  WS-VERIFY-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-ENV-SUPPORT    PIC X(10)   VALUE SPACES.
       01  WS-DEFAULT-SUPPORT PIC S9(03)V99 COMP-5 VALUE 9.25.
       01  WS-SUPPORT-AMT    PIC S9(03)V99 COMP-5 VALUE ZERO.

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED  VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.
       01  WS-HH-STREET      PIC X(30)   VALUE SPACES.
       01  WS-HH-ZIP         PIC X(10)   VALUE SPACES.
       01  WS-LFL-ON-FILE    PIC X       VALUE "N".
           88  LFL-ON-FILE              VALUE "Y".

      *>  Recertification sweep.
       01  WS-DUE-DAYS       PIC 9(03)   VALUE 60.
       01  WS-DUE-INT        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DAYS-LEFT      PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-DAYS-OUT       PIC -ZZZ9.
       01  WS-LAPSED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-DUE-COUNT      PIC 9(07)   VALUE ZERO.

      *>  Claim accumulation, one slot per operating entity,
      *>  first-seen-claims-a-slot.
       01  WS-CLAIM-PERIOD   PIC 9(06)   VALUE ZERO.
       01  WS-ENT-COUNT      PIC 9(03)   VALUE ZERO.
       01  WS-ENT-MAX        PIC 9(03)   VALUE 50.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-ENTRY OCCURS 50 TIMES INDEXED BY CE-IDX.
               10  CE-ENTITY        PIC X(02).
               10  CE-SUBSCRIBERS   PIC 9(07)  COMP-5.
               10  CE-SUPPORT       PIC S9(09)V99 COMP-5.
       01  WS-TOT-SUBSCRIBERS PIC 9(07)  VALUE ZERO.
       01  WS-TOT-SUPPORT    PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-AMT-OUT        PIC ZZZ,ZZZ,ZZ9.99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

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
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               OPEN OUTPUT LIFERPT
               MOVE "*** usage: tellife USERID ENROLL ACCT PROGRAM "
                  & "VERIFIED Y [AMOUNT] | USERID RECERT ACCT "
                  & "VERIFIED Y"
                 TO LIFERPT-REC
               WRITE LIFERPT-REC
               END-WRITE
               MOVE "***        | USERID END ACCT | DUE [DAYS] | "
                  & "CLAIM [YYYYMM] ***"
                 TO LIFERPT-REC
               WRITE LIFERPT-REC
               END-WRITE
               CLOSE LIFERPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ACTION = "DUE" OR WS-ACTION = "CLAIM"
               PERFORM CHECK-RUN-AUTHORIZATION
               IF NOT RUN-OPERATOR-AUTHORIZED
                   DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                           " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                           " -- RUN REFUSED ***" UPON CONSOLE
                   END-DISPLAY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT LIFERPT
           EVALUATE WS-ACTION
               WHEN "DUE"
                   PERFORM RUN-RECERT-SWEEP
               WHEN "CLAIM"
                   PERFORM RUN-MONTHLY-CLAIM
               WHEN OTHER
                   PERFORM RUN-ENROLLMENT-MAINTENANCE
           END-EVALUATE
           CLOSE LIFERPT
           STOP RUN
           .

      *>  DUE and CLAIM stand alone with an optional argument;
      *>  anything else is USERID ACTION ACCT and its operands.
       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ARG2
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-USERID) TO WS-ACTION
           EVALUATE WS-ACTION
               WHEN "DUE"
                   MOVE SPACES TO WS-USERID
                   IF WS-ARG2 = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   ELSE
                       IF FUNCTION TRIM (WS-ARG2) IS NUMERIC
                           COMPUTE WS-DUE-DAYS =
                                   FUNCTION NUMVAL (WS-ARG2)
                           END-COMPUTE
                           MOVE "Y" TO WS-ARGS-VALID
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               WHEN "CLAIM"
                   MOVE SPACES TO WS-USERID
                   MOVE WS-TODAY (1:6) TO WS-CLAIM-PERIOD
                   IF WS-ARG2 = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   ELSE
                       IF WS-ARG2 (1:6) IS NUMERIC
                       AND WS-ARG2 (7:) = SPACES
                           MOVE WS-ARG2 (1:6) TO WS-CLAIM-PERIOD
                           MOVE "Y" TO WS-ARGS-VALID
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
           END-EVALUATE
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ACTION
                    WS-ACCT-ARG
                    WS-PROGRAM-ARG
                    WS-VERIFY-ARG
                    WS-ATTEST-ARG
                    WS-AMOUNT-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           IF WS-ACTION = "RECERT"
               MOVE SPACES TO WS-PROGRAM-ARG WS-AMOUNT-ARG
               UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
                   INTO WS-USERID
                        WS-ACTION
                        WS-ACCT-ARG
                        WS-VERIFY-ARG
                        WS-ATTEST-ARG
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-PROGRAM-ARG)
             TO WS-PROGRAM-ARG
           MOVE FUNCTION UPPER-CASE (WS-ATTEST-ARG) TO WS-ATTEST-ARG
           IF WS-USERID = SPACES
           OR FUNCTION TRIM (WS-ACCT-ARG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ACCT-NUM = FUNCTION NUMVAL (WS-ACCT-ARG)
           END-COMPUTE
           EVALUATE WS-ACTION
               WHEN "ENROLL"
                   IF WS-PROGRAM-ARG NOT = SPACES
                   AND WS-VERIFY-ARG IS NUMERIC
                   AND WS-ATTEST-ARG NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "RECERT"
                   IF WS-VERIFY-ARG IS NUMERIC
                   AND WS-ATTEST-ARG NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "END"
                   MOVE "Y" TO WS-ARGS-VALID
           END-EVALUATE
           .

      *>  Same fail-closed AUTHTB check as telmsg.
       CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-ACCT-MAINT
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  LIFELINE.DAT is created on first use, same pattern as
      *>  BILLMSG in telmsg.
       OPEN-ENROLLMENT-FILE.
           OPEN I-O LIFELINE
           IF LFL-STATUS NOT = "00"
               OPEN OUTPUT LIFELINE
               CLOSE LIFELINE
               OPEN I-O LIFELINE
           END-IF
           .

      *>----------------------------------------------------------
      *>  Enrollment maintenance
      *>----------------------------------------------------------
       RUN-ENROLLMENT-MAINTENANCE.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM CHECK-AUTHORIZATION
           IF NOT USER-AUTHORIZED
               MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
               PERFORM WRITE-REFUSAL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ENROLLMENT-FILE
           MOVE "N" TO WS-LFL-ON-FILE
           MOVE WS-ACCT-NUM TO LFL-ACCT-NO
           READ LIFELINE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LFL-ON-FILE TO TRUE
           END-READ
           EVALUATE WS-ACTION
               WHEN "ENROLL"
                   PERFORM ENROLL-SUBSCRIBER
               WHEN "RECERT"
                   PERFORM RECERTIFY-SUBSCRIBER
               WHEN "END"
                   PERFORM END-ENROLLMENT
           END-EVALUATE
           CLOSE LIFELINE
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM WRITE-REFUSAL
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           .

      *>  The verification date must be a real date not in the
      *>  future, and the household attestation must be given --
      *>  the administrator disallows any claim without one.
       CHECK-VERIFICATION.
           MOVE WS-VERIFY-ARG TO WS-VERIFY-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-VERIFY-DATE) NOT = ZERO
           OR WS-VERIFY-DATE > WS-TODAY
               MOVE "VERIFICATION DATE INVALID" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ATTEST-ARG NOT = "Y"
               MOVE "NO ONE-PER-HOUSEHOLD ATTESTATION"
                 TO WS-REFUSE-REASON
           END-IF
           .

       ENROLL-SUBSCRIBER.
           PERFORM CHECK-VERIFICATION
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-MASTER
           MOVE WS-ACCT-NUM TO ACCT-NO
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "NO SUCH ACCOUNT" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE "ACCOUNT CLOSED" TO WS-REFUSE-REASON
                   END-IF
           END-READ
           IF WS-REFUSE-REASON = SPACES
               PERFORM CHECK-HOUSEHOLD
           END-IF
           CLOSE ACCT-MASTER
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENV-SUPPORT
           ACCEPT WS-ENV-SUPPORT FROM ENVIRONMENT
               "TELCO_LIFELINE_SUPPORT"
           END-ACCEPT
           IF WS-ENV-SUPPORT NOT = SPACES
               COMPUTE WS-DEFAULT-SUPPORT =
                       FUNCTION NUMVAL (WS-ENV-SUPPORT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_LIFELINE_SUPPORT" TO CFQ-SETTING
           MOVE WS-ENV-SUPPORT TO CFQ-ENV-VALUE
           MOVE WS-DEFAULT-SUPPORT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE WS-DEFAULT-SUPPORT TO WS-SUPPORT-AMT
           IF WS-AMOUNT-ARG NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-AMOUNT-ARG) NOT = ZERO
                   MOVE "SUPPORT AMOUNT INVALID" TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SUPPORT-AMT =
                       FUNCTION NUMVAL (WS-AMOUNT-ARG)
               END-COMPUTE
           END-IF
           IF WS-SUPPORT-AMT <= ZERO
               MOVE "SUPPORT AMOUNT INVALID" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCT-NUM     TO LFL-ACCT-NO
           MOVE WS-PROGRAM-ARG  TO LFL-PROGRAM
           MOVE WS-SUPPORT-AMT  TO LFL-SUPPORT-AMT
           PERFORM STAMP-VERIFICATION
           MOVE SPACES TO LIFERPT-REC
           STRING "Lifeline enrollment: "    DELIMITED BY SIZE
                  WS-ACCT-NUM                DELIMITED BY SIZE
                  " program "                DELIMITED BY SIZE
                  WS-PROGRAM-ARG             DELIMITED BY SIZE
                  " recertify by "           DELIMITED BY SIZE
                  LFL-RECERT-DUE             DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           .

      *>  Backs up the attestation: no other account at the same
      *>  street address and zip may hold an active enrollment.
      *>  ACCT-MASTER is open and positioned on the enrolling
      *>  account.
       CHECK-HOUSEHOLD.
           MOVE ACCT-ADDR-LINE1 TO WS-HH-STREET
           MOVE ACCT-ADDR-ZIP   TO WS-HH-ZIP
           MOVE ZERO TO LFL-ACCT-NO
           START LIFELINE KEY IS GREATER THAN OR EQUAL LFL-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ LIFELINE NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF LFL-ACTIVE AND LFL-ACCT-NO NOT = WS-ACCT-NUM
                           MOVE LFL-ACCT-NO TO ACCT-NO
                           READ ACCT-MASTER
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF ACCT-ADDR-LINE1 = WS-HH-STREET
                                   AND ACCT-ADDR-ZIP = WS-HH-ZIP
                                       MOVE "HOUSEHOLD ALREADY ENROLLED"
                                         TO WS-REFUSE-REASON
                                       EXIT PERFORM
                                   END-IF
                           END-READ
                       END-IF
                   END-PERFORM
           END-START
           .

       RECERTIFY-SUBSCRIBER.
           IF NOT LFL-ON-FILE OR LFL-ENDED
               MOVE "NOT ENROLLED" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VERIFICATION
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM STAMP-VERIFICATION
           MOVE SPACES TO LIFERPT-REC
           STRING "Lifeline recertified: "   DELIMITED BY SIZE
                  WS-ACCT-NUM                DELIMITED BY SIZE
                  " next due "               DELIMITED BY SIZE
                  LFL-RECERT-DUE             DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           .

      *>  Verified and attested now: active, due again a year on.
       STAMP-VERIFICATION.
           MOVE WS-VERIFY-DATE TO LFL-VERIFY-DATE
           COMPUTE LFL-RECERT-DUE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-VERIFY-DATE) + 365)
           END-COMPUTE
           MOVE "Y"            TO LFL-ATTEST
           MOVE WS-TODAY       TO LFL-ATTEST-DATE
           MOVE "A"            TO LFL-STATUS-IND
           MOVE WS-TODAY       TO LFL-STATUS-DATE
           MOVE WS-USERID      TO LFL-SET-BY
           MOVE WS-TODAY       TO LFL-SET-DATE
           IF LFL-ON-FILE
               REWRITE LIFELINE-REC
           ELSE
               WRITE LIFELINE-REC
               END-WRITE
           END-IF
           .

       END-ENROLLMENT.
           IF NOT LFL-ON-FILE OR LFL-ENDED
               MOVE "NOT ENROLLED" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "X"       TO LFL-STATUS-IND
           MOVE WS-TODAY  TO LFL-STATUS-DATE
           MOVE WS-USERID TO LFL-SET-BY
           MOVE WS-TODAY  TO LFL-SET-DATE
           REWRITE LIFELINE-REC
           MOVE SPACES TO LIFERPT-REC
           STRING "Lifeline enrollment ended: " DELIMITED BY SIZE
                  WS-ACCT-NUM                   DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telmsg's TELMSG.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND LIFEAUD
           IF LIFEAUD-STATUS NOT = "00"
               OPEN OUTPUT LIFEAUD
           END-IF
           MOVE SPACES TO LIFEAUD-REC
           IF WS-REFUSE-REASON = SPACES
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION              DELIMITED BY SIZE
                      "  acct="              DELIMITED BY SIZE
                      WS-ACCT-ARG            DELIMITED BY SIZE
                      "  program="           DELIMITED BY SIZE
                      WS-PROGRAM-ARG         DELIMITED BY SIZE
                      "  verified="          DELIMITED BY SIZE
                      WS-VERIFY-ARG          DELIMITED BY SIZE
                      "  attest="            DELIMITED BY SIZE
                      WS-ATTEST-ARG          DELIMITED BY SIZE
                      "  action=DONE"        DELIMITED BY SIZE
                    INTO LIFEAUD-REC
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
                    INTO LIFEAUD-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE LIFEAUD-REC
           END-WRITE
           CLOSE LIFEAUD
           .

       WRITE-REFUSAL.
           MOVE SPACES TO LIFERPT-REC
           STRING "*** "                       DELIMITED BY SIZE
                  WS-ACTION                    DELIMITED BY SIZE
                  " refused: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                  " ***"                       DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           .

      *>----------------------------------------------------------
      *>  Recertification-due report
      *>----------------------------------------------------------
       RUN-RECERT-SWEEP.
           OPEN I-O LIFELINE
           IF LFL-STATUS NOT = "00"
               MOVE "No Lifeline enrollments (LIFELINE.DAT) on file."
                 TO LIFERPT-REC
               WRITE LIFERPT-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-INT = WS-TODAY-INT + WS-DUE-DAYS
           END-COMPUTE
           MOVE "TELLIFE -- Lifeline recertification due" TO LIFERPT-REC
           WRITE LIFERPT-REC
           END-WRITE
           MOVE "  Account     Program  Verified  Due       Days  "
              & "Action" TO LIFERPT-REC
           WRITE LIFERPT-REC
           END-WRITE
           MOVE ZERO TO LFL-ACCT-NO
           START LIFELINE KEY IS GREATER THAN OR EQUAL LFL-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ LIFELINE NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF LFL-ACTIVE
                           PERFORM CHECK-ONE-RECERT
                       END-IF
                   END-PERFORM
           END-START
           CLOSE LIFELINE
           MOVE SPACES TO LIFERPT-REC
           WRITE LIFERPT-REC
           END-WRITE
           MOVE WS-LAPSED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO LIFERPT-REC
           STRING "Lapsed (discount dropped): " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           MOVE WS-DUE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO LIFERPT-REC
           STRING "Due within "                 DELIMITED BY SIZE
                  WS-DUE-DAYS                   DELIMITED BY SIZE
                  " days: "                     DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           .

      *>  Past due lapses now; inside the window is listed only.
       CHECK-ONE-RECERT.
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (LFL-RECERT-DUE)
                   - WS-TODAY-INT
           END-COMPUTE
           IF WS-DAYS-LEFT < ZERO
               MOVE "L"       TO LFL-STATUS-IND
               MOVE WS-TODAY  TO LFL-STATUS-DATE
               REWRITE LIFELINE-REC
               ADD 1 TO WS-LAPSED-COUNT
               PERFORM WRITE-RECERT-LINE
           ELSE
               IF FUNCTION INTEGER-OF-DATE (LFL-RECERT-DUE)
                  <= WS-DUE-INT
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM WRITE-RECERT-LINE
               END-IF
           END-IF
           .

       WRITE-RECERT-LINE.
           MOVE WS-DAYS-LEFT TO WS-DAYS-OUT
           MOVE SPACES TO LIFERPT-REC
           STRING "  "                   DELIMITED BY SIZE
                  LFL-ACCT-NO            DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LFL-PROGRAM            DELIMITED BY SIZE
                  "     "                DELIMITED BY SIZE
                  LFL-VERIFY-DATE        DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  LFL-RECERT-DUE         DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-DAYS-OUT            DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           IF LFL-LAPSED
               MOVE "LAPSED" TO LIFERPT-REC (54:6)
           ELSE
               MOVE "DUE" TO LIFERPT-REC (54:3)
           END-IF
           WRITE LIFERPT-REC
           END-WRITE
           .

      *>----------------------------------------------------------
      *>  Monthly reimbursement claim
      *>----------------------------------------------------------
       RUN-MONTHLY-CLAIM.
           OPEN INPUT LIFEAPPL
           IF LFA-STATUS NOT = "00"
               MOVE "*** LIFEAPPL.DAT not available -- nothing to "
                  & "claim ***" TO LIFERPT-REC
               WRITE LIFERPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLAIM-PERIOD TO LFA-PERIOD
           MOVE ZERO            TO LFA-ACCT-NO
           START LIFEAPPL KEY IS GREATER THAN OR EQUAL LFA-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ LIFEAPPL NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF LFA-PERIOD NOT = WS-CLAIM-PERIOD
                           EXIT PERFORM
                       END-IF
                       PERFORM ACCUMULATE-ONE-CLAIM
                   END-PERFORM
           END-START
           CLOSE LIFEAPPL
           OPEN OUTPUT LIFECLM
           MOVE "TELLIFE -- Lifeline reimbursement claim" TO LIFERPT-REC
           WRITE LIFERPT-REC
           END-WRITE
           MOVE SPACES TO LIFERPT-REC
           STRING "  Period "            DELIMITED BY SIZE
                  WS-CLAIM-PERIOD        DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           MOVE "  Entity  Subscribers        Support" TO LIFERPT-REC
           WRITE LIFERPT-REC
           END-WRITE
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-ENT-COUNT
               PERFORM WRITE-ONE-CLAIM-ROW
           END-PERFORM
           MOVE SPACES            TO LIFECLM-TRAILER
           MOVE "T"               TO LCT-REC-TYPE
           MOVE WS-CLAIM-PERIOD   TO LCT-PERIOD
           MOVE WS-TODAY          TO LCT-RUN-DATE
           MOVE WS-ENT-COUNT      TO LCT-ENTITIES
           MOVE WS-TOT-SUBSCRIBERS TO LCT-SUBSCRIBERS
           MOVE WS-TOT-SUPPORT    TO LCT-SUPPORT-AMT
           WRITE LIFECLM-TRAILER
           END-WRITE
           CLOSE LIFECLM
           MOVE WS-TOT-SUBSCRIBERS TO WS-COUNT-OUT
           MOVE WS-TOT-SUPPORT TO WS-AMT-OUT
           MOVE SPACES TO LIFERPT-REC
           STRING "  Total   "           DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-AMT-OUT             DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
           END-WRITE
           .

       ACCUMULATE-ONE-CLAIM.
           PERFORM VARYING CE-IDX FROM 1 BY 1
                   UNTIL CE-IDX > WS-ENT-COUNT
                   OR CE-ENTITY (CE-IDX) = LFA-ENTITY-CODE
               CONTINUE
           END-PERFORM
           IF CE-IDX > WS-ENT-COUNT
               IF WS-ENT-COUNT >= WS-ENT-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ENT-COUNT
               SET CE-IDX TO WS-ENT-COUNT
               MOVE LFA-ENTITY-CODE TO CE-ENTITY (CE-IDX)
               MOVE ZERO TO CE-SUBSCRIBERS (CE-IDX)
                            CE-SUPPORT (CE-IDX)
           END-IF
           ADD 1          TO CE-SUBSCRIBERS (CE-IDX)
           ADD LFA-AMOUNT TO CE-SUPPORT (CE-IDX)
           ADD 1          TO WS-TOT-SUBSCRIBERS
           ADD LFA-AMOUNT TO WS-TOT-SUPPORT
           .

       WRITE-ONE-CLAIM-ROW.
           MOVE SPACES                 TO LIFECLM-REC
           MOVE "D"                    TO LCL-REC-TYPE
           MOVE WS-CLAIM-PERIOD        TO LCL-PERIOD
           MOVE CE-ENTITY (CE-IDX)     TO LCL-ENTITY-CODE
           MOVE CE-SUBSCRIBERS (CE-IDX) TO LCL-SUBSCRIBERS
           MOVE CE-SUPPORT (CE-IDX)    TO LCL-SUPPORT-AMT
           WRITE LIFECLM-REC
           END-WRITE
           MOVE CE-SUBSCRIBERS (CE-IDX) TO WS-COUNT-OUT
           MOVE CE-SUPPORT (CE-IDX) TO WS-AMT-OUT
           MOVE SPACES TO LIFERPT-REC
           STRING "  "                   DELIMITED BY SIZE
                  CE-ENTITY (CE-IDX)     DELIMITED BY SIZE
                  "      "               DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-AMT-OUT             DELIMITED BY SIZE
                INTO LIFERPT-REC
           END-STRING
           WRITE LIFERPT-REC
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
           MOVE "TELLIFE" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELLIFE.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELLIFE.AUD" TO SRQ-TRAIL
           MOVE LIFEAUD-REC (1:200) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO LIFEAUD-REC
           .
       END PROGRAM tellife.
