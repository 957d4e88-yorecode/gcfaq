      *>
      *> telapay.cob -- direct-debit autopay enrollment front end.
      *> A customer who signs a debit mandate used to be a note on
      *> the account and a check we still waited for.  Here the
      *> operator records the enrollment on AUTOPAY.DAT (see
      *> CBAUTOPAY.cpy): the bank routing number, the bank's token
      *> for the customer's account, and the date the mandate was
      *> signed.  teldebit originates the debits from it as each
      *> invoice falls due, and telbill prints "will be debited"
      *> in place of the remit wording.
      *>
      *> Invoked with one command-line string:
      *>   telapay USERID ENROLL  ACCT ROUTING TOKEN MANDATEDATE
      *>   telapay USERID SUSPEND ACCT
      *>   telapay USERID CANCEL  ACCT
      *> ENROLL on an account already on file replaces the bank
      *> details and reactivates it -- a customer changing banks
      *> signs a new mandate.  SUSPEND stops debits while keeping
      *> the details (a disputed mandate, a bank changeover in
      *> flight); CANCEL ends the enrollment.  The account must be
      *> on ACCTMAST.DAT, not closed and not cash-only (see
      *> CBACCT.cpy -- repeated returned payments) to enroll, and
      *> billed in home currency: the debit file and its posting
      *> run carry home-currency amounts only, so an account billed
      *> in a foreign currency (ACCT-BILL-CURRENCY) pays by remit.
      *>
      *> AUTHTB-checked (account/data maintenance, fail closed) with
      *> an append-only audit line per action on TELAPAY.AUD, same
      *> as teladj.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telapay.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTOPAY   ASSIGN TO
                "AUTOPAY.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS APY-ACCT-NO
                FILE STATUS IS APY-STATUS
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
           SELECT APYAUDIT  ASSIGN TO
                "TELAPAY.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS APYAUDIT-STATUS
                .
           SELECT APYRPT    ASSIGN TO
                "TELAPAY.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS APYRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTOPAY.
           COPY CBAUTOPAY.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  APYAUDIT.
       01  APYAUDIT-REC      PIC X(190).
       FD  APYRPT.
       01  APYRPT-REC        PIC X(90).

       WORKING-STORAGE SECTION.
       01  APY-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  APYAUDIT-STATUS   PIC XX      VALUE "00".
       01  APYRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-ACCT-ARG       PIC X(10)   VALUE SPACES.
       01  WS-ROUTING-ARG    PIC X(09)   VALUE SPACES.
       01  WS-TOKEN-ARG      PIC X(20)   VALUE SPACES.
       01  WS-MANDATE-ARG    PIC X(08)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.
       01  WS-APY-ON-FILE    PIC X       VALUE "N".
           88  ENROLLMENT-ON-FILE       VALUE "Y".
       01  WS-MANDATE-NUM    PIC 9(08)   VALUE ZERO.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           OPEN OUTPUT APYRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE "*** usage: telapay USERID ENROLL ACCT ROUTING "
                  & "TOKEN MANDATEDATE" TO APYRPT-REC
               WRITE APYRPT-REC
               END-WRITE
               MOVE "***        | SUSPEND ACCT | CANCEL ACCT ***"
                 TO APYRPT-REC
               WRITE APYRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CHECK-AUTHORIZATION
               IF NOT USER-AUTHORIZED
                   MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
                   PERFORM WRITE-REFUSAL
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-AUTOPAY-FILE
                   EVALUATE WS-ACTION
                       WHEN "ENROLL"
                           PERFORM ENROLL-AUTOPAY
                       WHEN "SUSPEND"
                           PERFORM SUSPEND-AUTOPAY
                       WHEN "CANCEL"
                           PERFORM CANCEL-AUTOPAY
                   END-EVALUATE
                   CLOSE AUTOPAY
                   IF WS-REFUSE-REASON NOT = SPACES
                       PERFORM WRITE-REFUSAL
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF
           CLOSE APYRPT
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ACTION
                    WS-ACCT-ARG
                    WS-ROUTING-ARG
                    WS-TOKEN-ARG
                    WS-MANDATE-ARG
           END-UNSTRING
           IF WS-USERID NOT = SPACES
           AND WS-ACCT-ARG NOT = SPACES
               EVALUATE WS-ACTION
                   WHEN "ENROLL"
                       IF WS-ROUTING-ARG NOT = SPACES
                       AND WS-TOKEN-ARG NOT = SPACES
                       AND WS-MANDATE-ARG NOT = SPACES
                           MOVE "Y" TO WS-ARGS-VALID
                       END-IF
                   WHEN "SUSPEND"
                   WHEN "CANCEL"
                       MOVE "Y" TO WS-ARGS-VALID
               END-EVALUATE
           END-IF
           .

      *>  Same fail-closed AUTHTB check as teladj.
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

      *>  AUTOPAY.DAT is created on first use, same pattern as
      *>  ACCTSUM/DUPCHECK in telco5.
       OPEN-AUTOPAY-FILE.
           OPEN I-O AUTOPAY
           IF APY-STATUS NOT = "00"
               OPEN OUTPUT AUTOPAY
               CLOSE AUTOPAY
               OPEN I-O AUTOPAY
           END-IF
           .

      *>  A new (or replacement) enrollment.  The routing number is
      *>  the nine-digit ABA number; the mandate date must be a real
      *>  calendar date no later than today -- a mandate not yet
      *>  signed authorizes nothing.
       ENROLL-AUTOPAY.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-ROUTING-ARG IS NOT NUMERIC
               MOVE "ROUTING NUMBER MUST BE 9 DIGITS"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-MANDATE-ARG IS NOT NUMERIC
               MOVE "MANDATE DATE MUST BE YYYYMMDD"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MANDATE-ARG TO WS-MANDATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-MANDATE-NUM) NOT = ZERO
           OR WS-MANDATE-NUM > WS-TODAY
               MOVE "MANDATE DATE NOT VALID" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-MASTER
           COMPUTE ACCT-NO = FUNCTION NUMVAL (WS-ACCT-ARG)
           END-COMPUTE
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE "ACCOUNT IS CLOSED" TO WS-REFUSE-REASON
                   END-IF
                   IF ACCT-CASH-ONLY
                       MOVE "ACCOUNT IS CASH-ONLY" TO WS-REFUSE-REASON
                   END-IF
                   IF ACCT-BILL-CURRENCY NOT = SPACES
                       MOVE "ACCOUNT BILLED IN FOREIGN CURRENCY"
                         TO WS-REFUSE-REASON
                   END-IF
           END-READ
           CLOSE ACCT-MASTER
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APY-ON-FILE
           COMPUTE APY-ACCT-NO = FUNCTION NUMVAL (WS-ACCT-ARG)
           END-COMPUTE
           READ AUTOPAY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ENROLLMENT-ON-FILE TO TRUE
           END-READ
           COMPUTE APY-ACCT-NO = FUNCTION NUMVAL (WS-ACCT-ARG)
           END-COMPUTE
           MOVE WS-ROUTING-ARG TO APY-ROUTING-NO
           MOVE WS-TOKEN-ARG   TO APY-BANK-TOKEN
           MOVE WS-MANDATE-NUM TO APY-MANDATE-DATE
           MOVE "A"            TO APY-STATUS-IND
           MOVE WS-USERID      TO APY-SET-BY
           MOVE WS-TODAY       TO APY-SET-DATE
           IF ENROLLMENT-ON-FILE
               REWRITE AUTOPAY-REC
           ELSE
               WRITE AUTOPAY-REC
               END-WRITE
           END-IF
           MOVE SPACES TO APYRPT-REC
           STRING "Autopay enrolled: acct "  DELIMITED BY SIZE
                  WS-ACCT-ARG                DELIMITED BY SIZE
                  " routing "                DELIMITED BY SIZE
                  WS-ROUTING-ARG             DELIMITED BY SIZE
                  " mandate "                DELIMITED BY SIZE
                  WS-MANDATE-ARG             DELIMITED BY SIZE
                INTO APYRPT-REC
           END-STRING
           WRITE APYRPT-REC
           END-WRITE
           .

       SUSPEND-AUTOPAY.
           MOVE SPACES TO WS-REFUSE-REASON
           COMPUTE APY-ACCT-NO = FUNCTION NUMVAL (WS-ACCT-ARG)
           END-COMPUTE
           READ AUTOPAY
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF NOT APY-ACTIVE
                       MOVE "ENROLLMENT NOT ACTIVE"
                         TO WS-REFUSE-REASON
                   ELSE
                       MOVE "S"       TO APY-STATUS-IND
                       MOVE WS-USERID TO APY-SET-BY
                       MOVE WS-TODAY  TO APY-SET-DATE
                       REWRITE AUTOPAY-REC
                       MOVE SPACES TO APYRPT-REC
                       STRING "Autopay suspended: acct "
                                              DELIMITED BY SIZE
                              WS-ACCT-ARG     DELIMITED BY SIZE
                            INTO APYRPT-REC
                       END-STRING
                       WRITE APYRPT-REC
                       END-WRITE
                   END-IF
           END-READ
           .

       CANCEL-AUTOPAY.
           MOVE SPACES TO WS-REFUSE-REASON
           COMPUTE APY-ACCT-NO = FUNCTION NUMVAL (WS-ACCT-ARG)
           END-COMPUTE
           READ AUTOPAY
               INVALID KEY
                   MOVE "NO ENROLLMENT ON FILE" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE "X"       TO APY-STATUS-IND
                   MOVE WS-USERID TO APY-SET-BY
                   MOVE WS-TODAY  TO APY-SET-DATE
                   REWRITE AUTOPAY-REC
                   MOVE SPACES TO APYRPT-REC
                   STRING "Autopay cancelled: acct "
                                              DELIMITED BY SIZE
                          WS-ACCT-ARG         DELIMITED BY SIZE
                        INTO APYRPT-REC
                   END-STRING
                   WRITE APYRPT-REC
                   END-WRITE
           END-READ
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as teladj's TELCO.JAUD.  The routing number is logged; the
      *>  bank token is not -- the trail is read far more widely
      *>  than the enrollment file.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND APYAUDIT
           IF APYAUDIT-STATUS NOT = "00"
               OPEN OUTPUT APYAUDIT
           END-IF
           MOVE SPACES TO APYAUDIT-REC
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
                      "  routing="           DELIMITED BY SIZE
                      WS-ROUTING-ARG         DELIMITED BY SIZE
                      "  mandate="           DELIMITED BY SIZE
                      WS-MANDATE-ARG         DELIMITED BY SIZE
                      "  action=DONE"        DELIMITED BY SIZE
                    INTO APYAUDIT-REC
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
                    INTO APYAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE APYAUDIT-REC
           END-WRITE
           CLOSE APYAUDIT
           .

       WRITE-REFUSAL.
           MOVE SPACES TO APYRPT-REC
           STRING "*** "                       DELIMITED BY SIZE
                  WS-ACTION                    DELIMITED BY SIZE
                  " refused: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                  " ***"                       DELIMITED BY SIZE
                INTO APYRPT-REC
           END-STRING
           WRITE APYRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELAPAY.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELAPAY.AUD" TO SRQ-TRAIL
           MOVE APYAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO APYAUDIT-REC
           .
       END PROGRAM telapay.
