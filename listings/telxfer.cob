      *>
      *> telxfer.cob -- controlled credit-balance transfer between
      *> accounts.  A child account closing under a corporate parent
      *> with money on it, or a customer whose old account's credit
      *> should follow them to a new one, used to mean a telrfnd
      *> refund and a fresh payment, or a teladj credit that left
      *> the old credit sitting on INVREG.DAT.  Here a stated amount
      *> of one account's open credit moves to another's:
      *>
      *>   telxfer USERID FROMACCT TOACCT AMOUNT REASON [APPROVER]
      *>
      *> The requester must carry account/data maintenance on AUTHTB
      *> (fail closed, as teladj), and a transfer above
      *> TELCO_XFER_APPROVAL_LIMIT (default 500.00) must name a
      *> second, different authorized user as approver -- the
      *> teladj dual-approval shape.  The sending account must net
      *> to a credit at least the amount; the receiving account
      *> must be on the master and not closed.
      *>
      *> Each side gets a "T" register document numbered off the
      *> same INVSEQ.DAT series telbill and telcmemo draw from, each
      *> naming the other in INV-REF-INV-NO: a positive one on the
      *> sending account, settled at once out of that account's
      *> credit rows oldest first, and a negative one on the
      *> receiving account, applied at once to its open invoices
      *> oldest first with any remainder left standing as a credit.
      *> Aging and dunning therefore see the credit gone from one
      *> account and paying down the other, and both documents are
      *> dated today, so the escheatment and refund runs' last-
      *> activity clocks restart on both accounts.  Both documents
      *> are rendered to INVOICES.TXT and the INVARCH.TXT archive
      *> the way telcmemo renders a memo.
      *>
      *> Every request, applied or refused, is audited on
      *> TELXFER.AUD; every transfer made is logged on XFERLOG.DAT
      *> (see CBXFERLG.cpy), and
      *>
      *>   telxfer USERID REPORT [YYYYMMDD]
      *>
      *> lists one day's transfers (default today) on TELXFER.TXT
      *> with their count and total.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telxfer.
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
           SELECT INVSEQ   ASSIGN TO
                "INVSEQ.DAT"
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS INVSEQ-STATUS
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
           SELECT INVFILE  ASSIGN TO
                "INVOICES.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS INV-STATUS
                .
           SELECT ARCHFILE ASSIGN TO
                "INVARCH.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS ARCH-STATUS
                .
           SELECT XFERLOG  ASSIGN TO
                "XFERLOG.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS XFERLOG-STATUS
                .
           SELECT XFAUDIT  ASSIGN TO
                "TELXFER.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS XFAUDIT-STATUS
                .
           SELECT XFRPT    ASSIGN TO
                "TELXFER.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS XFRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  INVREG.
           COPY CBINVREG.
       FD  INVSEQ.
       01  INVSEQ-REC.
           05  SEQ-LAST-INV-NO  PIC 9(08).
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  INVFILE.
       01  INVREC            PIC X(80).
       FD  ARCHFILE.
       01  ARCHREC           PIC X(80).
       FD  XFERLOG.
           COPY CBXFERLG.
       FD  XFAUDIT.
       01  XFAUDIT-REC       PIC X(190).
       FD  XFRPT.
       01  XFRPT-REC         PIC X(100).

       WORKING-STORAGE SECTION.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  INVSEQ-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  INV-STATUS        PIC XX      VALUE "00".
       01  ARCH-STATUS       PIC XX      VALUE "00".
       01  XFERLOG-STATUS    PIC XX      VALUE "00".
       01  XFAUDIT-STATUS    PIC XX      VALUE "00".
       01  XFRPT-STATUS      PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.

       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-FROM-ARG       PIC X(10)   VALUE SPACES.
       01  WS-TO-ARG         PIC X(10)   VALUE SPACES.
       01  WS-AMT-ARG        PIC X(12)   VALUE SPACES.
       01  WS-REASON         PIC X(08)   VALUE SPACES.
       01  WS-APPROVER       PIC X(08)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".
       01  WS-RUN-MODE       PIC X       VALUE "T".
           88  TRANSFER-MODE           VALUE "T".
           88  REPORT-MODE             VALUE "R".

       01  WS-ENV-XFER-LIMIT PIC X(12)   VALUE SPACES.
       01  WS-XFER-LIMIT     PIC S9(09)V99 COMP-5 VALUE 500.00.

       01  WS-CHECK-USERID   PIC X(08)   VALUE SPACES.
       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-AUTHN-RESULT   PIC X       VALUE "Y".
       01  WS-APPLIED        PIC X       VALUE "N".
           88  TRANSFER-MADE            VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

       01  WS-FROM-ACCT      PIC 9(10)   VALUE ZERO.
       01  WS-TO-ACCT        PIC 9(10)   VALUE ZERO.
       01  WS-AMOUNT         PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-FROM-NET       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-OPEN-BAL       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-REMAINING      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-TAKE           PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-TO-APPLIED     PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-NEXT-INV-NO    PIC 9(08)   VALUE ZERO.
       01  WS-FROM-DOC       PIC 9(08)   VALUE ZERO.
       01  WS-TO-DOC         PIC 9(08)   VALUE ZERO.
       01  WS-PERIOD         PIC 9(06)   VALUE ZERO.

      *>  One rendered document's particulars, set before each
      *>  RENDER-TRANSFER-DOC.
       01  WS-DOC-NO         PIC 9(08)   VALUE ZERO.
       01  WS-DOC-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-DOC-OTHER-ACCT PIC 9(10)   VALUE ZERO.
       01  WS-DOC-OTHER-NO   PIC 9(08)   VALUE ZERO.
       01  WS-DOC-DIRECTION  PIC X(14)   VALUE SPACES.

       01  WS-RPT-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-RPT-DATE-ARG   PIC X(10)   VALUE SPACES.
       01  WS-RPT-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-RPT-TOTAL      PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-RPT-APPLIED    PIC S9(11)V99 COMP-5 VALUE ZERO.

       01  WS-AMT-OUT        PIC Z,ZZZ,ZZ9.99.
       01  WS-APPL-OUT       PIC Z,ZZZ,ZZ9.99.
       01  WS-TOT-OUT        PIC ZZZ,ZZZ,ZZ9.99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           MOVE WS-NOW (1:6) TO WS-PERIOD
           MOVE SPACES TO WS-ENV-XFER-LIMIT
           ACCEPT WS-ENV-XFER-LIMIT FROM ENVIRONMENT
               "TELCO_XFER_APPROVAL_LIMIT"
           END-ACCEPT
           IF WS-ENV-XFER-LIMIT NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-XFER-LIMIT)
                 TO WS-XFER-LIMIT
           END-IF
           MOVE "TELCO_XFER_APPROVAL_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-XFER-LIMIT TO CFQ-ENV-VALUE
           MOVE WS-XFER-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               DISPLAY "*** usage: telxfer USERID FROMACCT TOACCT "
                       "AMOUNT REASON [APPROVER] | telxfer USERID "
                       "REPORT [YYYYMMDD] ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REPORT-MODE
               MOVE WS-USERID TO WS-CHECK-USERID
               PERFORM CHECK-ONE-USER
               IF USER-AUTHORIZED
                   PERFORM AUTHENTICATE-REQUESTER
               END-IF
               IF NOT USER-AUTHORIZED
                   DISPLAY "*** transfer report refused: user not "
                           "authorized ***" UPON CONSOLE
                   END-DISPLAY
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-DAILY-REPORT
               END-IF
               STOP RUN
           END-IF
           PERFORM VET-TRANSFER-REQUEST
           IF WS-REFUSE-REASON = SPACES
               PERFORM POST-TRANSFER
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "*** transfer refused: "
                       FUNCTION TRIM (WS-REFUSE-REASON)
                       " ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-TRANSFER-LOG
               MOVE WS-AMOUNT TO WS-AMT-OUT
               DISPLAY "Transfer of " FUNCTION TRIM (WS-AMT-OUT)
                       " from " WS-FROM-ACCT " (doc " WS-FROM-DOC
                       ") to " WS-TO-ACCT " (doc " WS-TO-DOC ")"
                       UPON CONSOLE
               END-DISPLAY
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-FROM-ARG
                    WS-TO-ARG
                    WS-AMT-ARG
                    WS-REASON
                    WS-APPROVER
           END-UNSTRING
           IF WS-USERID = SPACES OR WS-FROM-ARG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-ARG = "REPORT"
               SET REPORT-MODE TO TRUE
               MOVE WS-TO-ARG TO WS-RPT-DATE-ARG
               IF WS-RPT-DATE-ARG = SPACES
                   MOVE WS-TODAY TO WS-RPT-DATE
                   MOVE "Y" TO WS-ARGS-VALID
               ELSE
                   IF WS-RPT-DATE-ARG (1:8) IS NUMERIC
                   AND WS-RPT-DATE-ARG (9:) = SPACES
                       MOVE WS-RPT-DATE-ARG (1:8) TO WS-RPT-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD (WS-RPT-DATE)
                              = ZERO
                           MOVE "Y" TO WS-ARGS-VALID
                       END-IF
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET TRANSFER-MODE TO TRUE
           IF WS-TO-ARG NOT = SPACES
           AND WS-AMT-ARG NOT = SPACES
           AND WS-REASON NOT = SPACES
           AND FUNCTION TRIM (WS-FROM-ARG) IS NUMERIC
           AND FUNCTION TRIM (WS-TO-ARG) IS NUMERIC
               COMPUTE WS-FROM-ACCT = FUNCTION NUMVAL (WS-FROM-ARG)
               END-COMPUTE
               COMPUTE WS-TO-ACCT = FUNCTION NUMVAL (WS-TO-ARG)
               END-COMPUTE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL (WS-AMT-ARG)
               END-COMPUTE
               IF WS-AMOUNT > ZERO
                   MOVE "Y" TO WS-ARGS-VALID
               END-IF
           END-IF
           .

      *>  Requester must be authorized and authenticated; a transfer
      *>  over the approval threshold must also name a second,
      *>  different authorized user.  Then the two accounts: both
      *>  on the master, not the same account, and the receiving
      *>  one still open.  Every refusal names its reason so the
      *>  audit line says why.
       VET-TRANSFER-REQUEST.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-USERID TO WS-CHECK-USERID
           PERFORM CHECK-ONE-USER
           IF USER-AUTHORIZED
               PERFORM AUTHENTICATE-REQUESTER
           END-IF
           IF NOT USER-AUTHORIZED
               IF WS-REFUSE-REASON = SPACES
                   MOVE "REQUESTER NOT AUTHORIZED"
                     TO WS-REFUSE-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT > WS-XFER-LIMIT
               EVALUATE TRUE
                   WHEN WS-APPROVER = SPACES
                       MOVE "OVER LIMIT, NO APPROVER NAMED"
                         TO WS-REFUSE-REASON
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
               IF WS-REFUSE-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FROM-ACCT = WS-TO-ACCT
               MOVE "FROM AND TO ACCOUNT ARE THE SAME"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "ACCTMAST NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ACCT TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   MOVE "FROM ACCOUNT NOT ON MASTER"
                     TO WS-REFUSE-REASON
           END-READ
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-TO-ACCT TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE "TO ACCOUNT NOT ON MASTER"
                         TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       IF ACCT-CLOSED
                           MOVE "TO ACCOUNT IS CLOSED"
                             TO WS-REFUSE-REASON
                       END-IF
               END-READ
           END-IF
           CLOSE ACCT-MASTER
           .

      *>  The requester must also prove the credential behind the
      *>  id -- one CALL to the shared TELAUTHN module against
      *>  CREDTB.DAT.  The approver is vetted for authority only;
      *>  their credential proves out on their own invocations.
       AUTHENTICATE-REQUESTER.
           MOVE "Y" TO WS-AUTHN-RESULT
           CALL "TELAUTHN" USING WS-USERID WS-AUTHN-RESULT
               ON EXCEPTION
                   MOVE "Y" TO WS-AUTHN-RESULT
           END-CALL
           IF WS-AUTHN-RESULT NOT = "Y"
               MOVE "N" TO WS-AUTHORIZED
               MOVE "AUTHENTICATION FAILED" TO WS-REFUSE-REASON
           END-IF
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
                       IF AUTH-ACCT-MAINT
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  The transfer itself.  The sending account's open register
      *>  balance must net to a credit covering the amount; the two
      *>  documents take consecutive numbers off INVSEQ.DAT exactly
      *>  as telcmemo draws one, and only once both are on the
      *>  register are they applied on each side and rendered.
       POST-TRANSFER.
           OPEN I-O INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "INVREG NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM SUM-SENDING-BALANCE
           IF ZERO - WS-FROM-NET < WS-AMOUNT
               MOVE "CREDIT BALANCE SHORT OF AMOUNT"
                 TO WS-REFUSE-REASON
               CLOSE INVREG
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-INVOICE-SEQUENCE
           COMPUTE WS-FROM-DOC = WS-NEXT-INV-NO + 1
           END-COMPUTE
           COMPUTE WS-TO-DOC = WS-NEXT-INV-NO + 2
           END-COMPUTE
           MOVE WS-FROM-DOC  TO WS-DOC-NO
           MOVE WS-FROM-ACCT TO WS-DOC-ACCT
           MOVE WS-TO-DOC    TO WS-DOC-OTHER-NO
           MOVE WS-AMOUNT    TO WS-TAKE
           PERFORM WRITE-TRANSFER-DOC
           IF WS-REFUSE-REASON NOT = SPACES
               CLOSE INVREG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-DOC    TO WS-DOC-NO
           MOVE WS-TO-ACCT   TO WS-DOC-ACCT
           MOVE WS-FROM-DOC  TO WS-DOC-OTHER-NO
           COMPUTE WS-TAKE = ZERO - WS-AMOUNT
           END-COMPUTE
           PERFORM WRITE-TRANSFER-DOC
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE WS-FROM-DOC TO INV-NO
               DELETE INVREG RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE INVREG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-DOC TO WS-NEXT-INV-NO
           PERFORM WRITE-INVOICE-SEQUENCE
           PERFORM APPLY-SENDING-SIDE
           PERFORM APPLY-RECEIVING-SIDE
           CLOSE INVREG
           SET TRANSFER-MADE TO TRUE
           PERFORM RENDER-TRANSFER-DOCS
           .

      *>  The sending account's net open balance, telaging's
      *>  formula summed over every row it has on the register.
       SUM-SENDING-BALANCE.
           MOVE ZERO TO WS-FROM-NET
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ INVREG NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF INV-ACCT-NO = WS-FROM-ACCT
                           COMPUTE WS-FROM-NET = WS-FROM-NET
                                 + INV-AMT-DUE - INV-PAID-AMT
                                 - INV-WOFF-AMT
                           END-COMPUTE
                       END-IF
                   END-PERFORM
           END-START
           .

      *>  One "T" document: WS-DOC-NO on WS-DOC-ACCT, amount due
      *>  WS-TAKE (positive on the sending side, negative on the
      *>  receiving side), naming its twin WS-DOC-OTHER-NO.
       WRITE-TRANSFER-DOC.
           MOVE WS-DOC-NO       TO INV-NO
           MOVE WS-DOC-ACCT     TO INV-ACCT-NO
           MOVE WS-PERIOD       TO INV-PERIOD
           MOVE WS-TAKE         TO INV-PRICE-TOT
           MOVE ZERO            TO INV-BTAX-TOT INV-DTAX-TOT
           MOVE WS-TAKE         TO INV-AMT-DUE
           MOVE WS-TODAY        TO INV-ISSUE-DATE
           MOVE WS-TODAY        TO INV-DUE-DATE
           MOVE ZERO            TO INV-PAID-AMT INV-WOFF-AMT
           MOVE SPACE           TO INV-WOFF-IND
           MOVE ZERO            TO INV-WOFF-DATE
           MOVE SPACES          TO INV-WOFF-OPER INV-WOFF-REASON
           MOVE "T"             TO INV-DOC-TYPE
           MOVE WS-DOC-OTHER-NO TO INV-REF-INV-NO
           MOVE WS-REASON       TO INV-CM-REASON
           MOVE ZERO            TO INV-LATE-AMT INV-OTC-AMT
           MOVE ZERO            TO INV-DEP-APPL-AMT
           MOVE ZERO            TO INV-SETTLE-AMT INV-SETTLE-DATE
           MOVE SPACE           TO INV-SETTLE-IND
           MOVE ZERO            TO INV-BUDGET-ADJ
           MOVE SPACES          TO INV-CURRENCY
           MOVE ZERO            TO INV-FX-RATE INV-FX-AMT-DUE
                                   INV-FX-PAID-AMT INV-FX-GAIN-LOSS
           MOVE ZERO            TO INV-RECUR-AMT INV-TPC-AMT
                                   INV-FEE-AMT INV-LIFE-CREDIT
           MOVE SPACE           TO INV-FWD-IND
           MOVE ZERO            TO INV-FWD-INV-NO INV-FWD-PERIOD
                                   INV-FWD-DATE INV-FWD-AMT
           MOVE SPACE           TO INV-REVIEW-IND
           MOVE ZERO            TO INV-REVIEW-DATE
           WRITE INVREG-REC
               INVALID KEY
                   MOVE "DOCUMENT NUMBER COLLISION"
                     TO WS-REFUSE-REASON
           END-WRITE
           .

      *>  The sending account's credit rows, oldest first, give up
      *>  the amount -- each one's open balance moves toward zero
      *>  the way telrfnd brings a refunded row to zero -- and the
      *>  sending document is marked settled by them, so the
      *>  account's register nets exactly the amount less credit.
       APPLY-SENDING-SIDE.
           MOVE WS-AMOUNT TO WS-REMAINING
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL WS-REMAINING = ZERO
                       READ INVREG NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF INV-ACCT-NO = WS-FROM-ACCT
                           COMPUTE WS-OPEN-BAL = INV-AMT-DUE
                                 - INV-PAID-AMT - INV-WOFF-AMT
                           END-COMPUTE
                           IF WS-OPEN-BAL < ZERO
                               COMPUTE WS-TAKE = ZERO - WS-OPEN-BAL
                               END-COMPUTE
                               IF WS-TAKE > WS-REMAINING
                                   MOVE WS-REMAINING TO WS-TAKE
                               END-IF
                               SUBTRACT WS-TAKE FROM INV-PAID-AMT
                               REWRITE INVREG-REC
                               END-REWRITE
                               SUBTRACT WS-TAKE FROM WS-REMAINING
                           END-IF
                       END-IF
                   END-PERFORM
           END-START
           MOVE WS-FROM-DOC TO INV-NO
           READ INVREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE INV-PAID-AMT = WS-AMOUNT - WS-REMAINING
                   END-COMPUTE
                   REWRITE INVREG-REC
                   END-REWRITE
           END-READ
           .

      *>  The receiving document's credit goes straight onto the
      *>  receiving account's open invoices, oldest first, the way
      *>  telpay applies cash -- so dunning stops on what it paid.
      *>  Whatever is left stands as a credit on the document.
       APPLY-RECEIVING-SIDE.
           MOVE WS-AMOUNT TO WS-REMAINING
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL WS-REMAINING = ZERO
                       READ INVREG NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF INV-ACCT-NO = WS-TO-ACCT
                       AND INV-NO NOT = WS-TO-DOC
                           COMPUTE WS-OPEN-BAL = INV-AMT-DUE
                                 - INV-PAID-AMT - INV-WOFF-AMT
                           END-COMPUTE
                           IF WS-OPEN-BAL > ZERO
                               MOVE WS-OPEN-BAL TO WS-TAKE
                               IF WS-TAKE > WS-REMAINING
                                   MOVE WS-REMAINING TO WS-TAKE
                               END-IF
                               ADD WS-TAKE TO INV-PAID-AMT
                               REWRITE INVREG-REC
                               END-REWRITE
                               SUBTRACT WS-TAKE FROM WS-REMAINING
                           END-IF
                       END-IF
                   END-PERFORM
           END-START
           COMPUTE WS-TO-APPLIED = WS-AMOUNT - WS-REMAINING
           END-COMPUTE
           MOVE WS-TO-DOC TO INV-NO
           READ INVREG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE INV-PAID-AMT = ZERO - WS-TO-APPLIED
                   END-COMPUTE
                   REWRITE INVREG-REC
                   END-REWRITE
           END-READ
           .

      *>  Last-used number off INVSEQ.DAT -- the one sequence
      *>  invoices, credit memos and transfer documents all draw
      *>  from, so the audit point stays a single gap-controlled
      *>  series.
       READ-INVOICE-SEQUENCE.
           MOVE ZERO TO WS-NEXT-INV-NO
           OPEN INPUT INVSEQ
           IF INVSEQ-STATUS = "00"
               READ INVSEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-LAST-INV-NO TO WS-NEXT-INV-NO
               END-READ
               CLOSE INVSEQ
           END-IF
           .

       WRITE-INVOICE-SEQUENCE.
           OPEN OUTPUT INVSEQ
           MOVE WS-NEXT-INV-NO TO SEQ-LAST-INV-NO
           WRITE INVSEQ-REC
           END-WRITE
           CLOSE INVSEQ
           .

      *>  Both documents, appended to the print stream and -- byte
      *>  for byte, under telbill's "=INV ...=" marker -- to the
      *>  archive, so telreprt reproduces either one on demand.
       RENDER-TRANSFER-DOCS.
           OPEN EXTEND INVFILE
           IF INV-STATUS NOT = "00"
               OPEN OUTPUT INVFILE
           END-IF
           OPEN EXTEND ARCHFILE
           IF ARCH-STATUS NOT = "00"
               OPEN OUTPUT ARCHFILE
           END-IF
           MOVE WS-FROM-DOC       TO WS-DOC-NO
           MOVE WS-FROM-ACCT      TO WS-DOC-ACCT
           MOVE WS-TO-ACCT        TO WS-DOC-OTHER-ACCT
           MOVE WS-TO-DOC         TO WS-DOC-OTHER-NO
           MOVE "transferred to" TO WS-DOC-DIRECTION
           PERFORM RENDER-TRANSFER-DOC
           MOVE WS-TO-DOC         TO WS-DOC-NO
           MOVE WS-TO-ACCT        TO WS-DOC-ACCT
           MOVE WS-FROM-ACCT      TO WS-DOC-OTHER-ACCT
           MOVE WS-FROM-DOC       TO WS-DOC-OTHER-NO
           MOVE "received from"  TO WS-DOC-DIRECTION
           PERFORM RENDER-TRANSFER-DOC
           CLOSE INVFILE
                 ARCHFILE
           .

       RENDER-TRANSFER-DOC.
           MOVE SPACES TO ARCHREC
           STRING "=INV "           DELIMITED BY SIZE
                  WS-DOC-NO         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DOC-ACCT       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PERIOD         DELIMITED BY SIZE
                  "="               DELIMITED BY SIZE
                INTO ARCHREC
           END-STRING
           WRITE ARCHREC
           END-WRITE
           MOVE "==== CREDIT TRANSFER ====" TO INVREC
           PERFORM WRITE-DOC-LINE
           MOVE SPACES TO INVREC
           STRING "Transfer document no: " DELIMITED BY SIZE
                  WS-DOC-NO                DELIMITED BY SIZE
                  "  (linked document "    DELIMITED BY SIZE
                  WS-DOC-OTHER-NO          DELIMITED BY SIZE
                  ")"                      DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-DOC-LINE
           MOVE WS-AMOUNT TO WS-AMT-OUT
           MOVE SPACES TO INVREC
           STRING "Account: "              DELIMITED BY SIZE
                  WS-DOC-ACCT              DELIMITED BY SIZE
                  "  credit "              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DOC-DIRECTION)
                                           DELIMITED BY SIZE
                  " account "              DELIMITED BY SIZE
                  WS-DOC-OTHER-ACCT        DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-DOC-LINE
           MOVE SPACES TO INVREC
           STRING "Amount: "               DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                  "   Reason: "            DELIMITED BY SIZE
                  WS-REASON                DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-DOC-LINE
           MOVE SPACES TO INVREC
           STRING "Issued: "               DELIMITED BY SIZE
                  WS-TODAY                 DELIMITED BY SIZE
                INTO INVREC
           END-STRING
           PERFORM WRITE-DOC-LINE
           MOVE SPACES TO INVREC
           PERFORM WRITE-DOC-LINE
           MOVE "=END=" TO ARCHREC
           WRITE ARCHREC
           END-WRITE
           .

       WRITE-DOC-LINE.
           MOVE INVREC TO ARCHREC
           WRITE INVREC
           END-WRITE
           WRITE ARCHREC
           END-WRITE
           .

       WRITE-TRANSFER-LOG.
           OPEN EXTEND XFERLOG
           IF XFERLOG-STATUS NOT = "00"
               OPEN OUTPUT XFERLOG
           END-IF
           MOVE WS-TODAY       TO XFL-DATE
           MOVE WS-NOW (9:6)   TO XFL-TIME
           MOVE WS-FROM-ACCT   TO XFL-FROM-ACCT
           MOVE WS-TO-ACCT     TO XFL-TO-ACCT
           MOVE WS-AMOUNT      TO XFL-AMOUNT
           MOVE WS-TO-APPLIED  TO XFL-APPLIED
           MOVE WS-FROM-DOC    TO XFL-FROM-DOC
           MOVE WS-TO-DOC      TO XFL-TO-DOC
           MOVE WS-REASON      TO XFL-REASON
           MOVE WS-USERID      TO XFL-USERID
           MOVE WS-APPROVER    TO XFL-APPROVER
           WRITE XFERLOG-REC
           END-WRITE
           CLOSE XFERLOG
           .

      *>  One day's transfers off XFERLOG.DAT, with who made and
      *>  approved each, and the day's count and total.
       WRITE-DAILY-REPORT.
           OPEN OUTPUT XFRPT
           MOVE SPACES TO XFRPT-REC
           STRING "CREDIT-BALANCE TRANSFERS FOR " DELIMITED BY SIZE
                  WS-RPT-DATE                     DELIMITED BY SIZE
                INTO XFRPT-REC
           END-STRING
           WRITE XFRPT-REC
           END-WRITE
           MOVE "TIME   FROM ACCT  TO ACCT    FROM-DOC TO-DOC   "
             & "      AMOUNT      APPLIED REASON   USER     APPROVER"
             TO XFRPT-REC
           WRITE XFRPT-REC
           END-WRITE
           OPEN INPUT XFERLOG
           IF XFERLOG-STATUS = "00"
               PERFORM UNTIL 0 = 1
                   READ XFERLOG
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF XFL-DATE = WS-RPT-DATE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               CLOSE XFERLOG
           END-IF
           MOVE WS-RPT-TOTAL TO WS-TOT-OUT
           MOVE SPACES TO XFRPT-REC
           STRING "Transfers: "          DELIMITED BY SIZE
                  WS-RPT-COUNT           DELIMITED BY SIZE
                  "   Total moved: "     DELIMITED BY SIZE
                  WS-TOT-OUT             DELIMITED BY SIZE
                INTO XFRPT-REC
           END-STRING
           WRITE XFRPT-REC
           END-WRITE
           MOVE WS-RPT-APPLIED TO WS-TOT-OUT
           MOVE SPACES TO XFRPT-REC
           STRING "Applied to open invoices: " DELIMITED BY SIZE
                  WS-TOT-OUT                   DELIMITED BY SIZE
                INTO XFRPT-REC
           END-STRING
           WRITE XFRPT-REC
           END-WRITE
           CLOSE XFRPT
           .

       WRITE-REPORT-LINE.
           ADD 1 TO WS-RPT-COUNT
           ADD XFL-AMOUNT  TO WS-RPT-TOTAL
           ADD XFL-APPLIED TO WS-RPT-APPLIED
           MOVE XFL-AMOUNT  TO WS-AMT-OUT
           MOVE XFL-APPLIED TO WS-APPL-OUT
           MOVE SPACES TO XFRPT-REC
           STRING XFL-TIME             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  XFL-FROM-ACCT        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  XFL-TO-ACCT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  XFL-FROM-DOC         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  XFL-TO-DOC           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-AMT-OUT           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-APPL-OUT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  XFL-REASON           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  XFL-USERID           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  XFL-APPROVER         DELIMITED BY SIZE
                INTO XFRPT-REC
           END-STRING
           WRITE XFRPT-REC
           END-WRITE
           .

      *>  Append-only audit trail, both identities on an approved
      *>  over-limit transfer -- same OPEN-EXTEND-or-create idiom
      *>  as teladj's TELCO.JAUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND XFAUDIT
           IF XFAUDIT-STATUS NOT = "00"
               OPEN OUTPUT XFAUDIT
           END-IF
           MOVE SPACES TO XFAUDIT-REC
           IF TRANSFER-MADE
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  from="              DELIMITED BY SIZE
                      WS-FROM-ARG            DELIMITED BY SIZE
                      "  to="                DELIMITED BY SIZE
                      WS-TO-ARG              DELIMITED BY SIZE
                      "  amount="            DELIMITED BY SIZE
                      WS-AMT-ARG             DELIMITED BY SIZE
                      "  docs="              DELIMITED BY SIZE
                      WS-FROM-DOC            DELIMITED BY SIZE
                      "/"                    DELIMITED BY SIZE
                      WS-TO-DOC              DELIMITED BY SIZE
                      "  reason="            DELIMITED BY SIZE
                      WS-REASON              DELIMITED BY SIZE
                      "  approver="          DELIMITED BY SIZE
                      WS-APPROVER            DELIMITED BY SIZE
                      "  action=TRANSFERRED" DELIMITED BY SIZE
                    INTO XFAUDIT-REC
               END-STRING
           ELSE
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  from="              DELIMITED BY SIZE
                      WS-FROM-ARG            DELIMITED BY SIZE
                      "  to="                DELIMITED BY SIZE
                      WS-TO-ARG              DELIMITED BY SIZE
                      "  amount="            DELIMITED BY SIZE
                      WS-AMT-ARG             DELIMITED BY SIZE
                      "  action=REFUSED-"    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                              DELIMITED BY SIZE
                    INTO XFAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE XFAUDIT-REC
           END-WRITE
           CLOSE XFAUDIT
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELXFER" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELXFER.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELXFER.AUD" TO SRQ-TRAIL
           MOVE XFAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO XFAUDIT-REC
           .
       END PROGRAM telxfer.
