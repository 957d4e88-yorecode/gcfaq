      *>     (REFUND.DAT, fixed fields with a *TRL* count/total
      *>     control row);
      *>   - zeroes each refunded row's open balance in place, so
      *>     the register provably returns to zero, the amount and
      *>     date settled kept on the row (INV-SETTLE-*) for the AR
      *>     roll-forward; and
      *>   - drops one "R" GLWORK.DAT row per run for telgl's
      *>     balanced AR/cash entries.
      *>
      *> Each refund paid is also a cash-book row on BANKBOOK.DAT
      *> (see CBBANKBK.cpy) under the account number the
      *> disbursement row carries, for telbrec to find on the bank
      *> statement.
      *>
      *> Invoked:  telrfnd USERID [APPROVER]
      *> Report on TELRFND.TXT, audit trail on TELRFND.AUD.
      *>
                LINE SEQUENTIAL
                FILE STATUS IS GLWORK-STATUS
                .
           SELECT BANKBOOK ASSIGN TO
                "BANKBOOK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS BANKBOOK-STATUS
                .
           SELECT RFNAUDIT ASSIGN TO
                "TELRFND.AUD"
                LINE SEQUENTIAL
       01  REFUND-REC        PIC X(90).
       FD  GLWORK.
           COPY CBGLW.
       FD  BANKBOOK.
           COPY CBBANKBK.
       FD  RFNAUDIT.
       01  RFNAUDIT-REC      PIC X(190).
       FD  RFNRPT.
       01  RFNRPT-REC        PIC X(110).

       01  REFUND-STATUS     PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  RFNAUDIT-STATUS   PIC XX      VALUE "00".
       01  BANKBOOK-STATUS   PIC XX      VALUE "00".
       01  RFNRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-CNT-TRL-OUT    PIC 9(07).
       01  WS-HASH-OUT       PIC -9(11).99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                       FUNCTION NUMVAL (WS-ENV-AGE)
               END-COMPUTE
           END-IF
           MOVE "TELCO_REFUND_AGE_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-AGE TO CFQ-ENV-VALUE
           MOVE WS-MIN-AGE-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-LIMIT
           ACCEPT WS-ENV-LIMIT FROM ENVIRONMENT
               "TELCO_REFUND_APPROVAL_LIMIT"
                       FUNCTION NUMVAL (WS-ENV-LIMIT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_REFUND_APPROVAL_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-LIMIT TO CFQ-ENV-VALUE
           MOVE WS-APPROVAL-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  Same fail-closed AUTHTB check as teladj, run once for the
           END-IF
           OPEN INPUT ACCT-MASTER
           OPEN OUTPUT REFUNDF
           OPEN EXTEND BANKBOOK
           IF BANKBOOK-STATUS NOT = "00"
               OPEN OUTPUT BANKBOOK
           END-IF
           PERFORM COLLECT-CREDIT-BALANCES
           PERFORM VARYING CAND-IDX FROM 1 BY 1
                   UNTIL CAND-IDX > 500
           CLOSE INVREG
                 ACCT-MASTER
                 REFUNDF
                 BANKBOOK
           PERFORM WRITE-RUN-SUMMARY
           .

           END-STRING
           WRITE REFUND-REC
           END-WRITE
           IF BANKBOOK-STATUS = "00"
               MOVE "F"           TO BKB-SOURCE
               MOVE "D"           TO BKB-DIRECTION
               MOVE CAND-ACCT-NO (CAND-IDX) TO BKB-ACCT-NO
               MOVE BKB-ACCT-NO   TO BKB-REF
               MOVE WS-TODAY      TO BKB-DATE
               MOVE WS-REFUND-AMT TO BKB-AMOUNT
               MOVE "telrfnd"     TO BKB-PROGRAM
               WRITE BANKBOOK-REC
               END-WRITE
           END-IF
           MOVE WS-REFUND-AMT TO WS-AMT-OUT2
           MOVE SPACES TO RFNRPT-REC
           STRING "  acct "               DELIMITED BY SIZE
                   OR CAND-ACCT-NO (CAND-IDX) = ZERO
               IF CAND-ACCT-NO (CAND-IDX) = INV-ACCT-NO
               AND CAND-REFUND-IND (CAND-IDX) = "Y"
                   IF INV-AMT-DUE - INV-PAID-AMT - INV-WOFF-AMT
                      NOT = ZERO
                       COMPUTE INV-SETTLE-AMT = INV-SETTLE-AMT
                             + INV-PAID-AMT + INV-WOFF-AMT - INV-AMT-DUE
                       END-COMPUTE
                       MOVE WS-TODAY TO INV-SETTLE-DATE
                       MOVE "R"      TO INV-SETTLE-IND
                   END-IF
                   COMPUTE INV-PAID-AMT =
                           INV-AMT-DUE - INV-WOFF-AMT
                   END-COMPUTE
                                          DELIMITED BY SIZE
                INTO RFNAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE RFNAUDIT-REC
           END-WRITE
           CLOSE RFNAUDIT
           WRITE RFNRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELRFND" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELRFND.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELRFND.AUD" TO SRQ-TRAIL
           MOVE RFNAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO RFNAUDIT-REC
           .
       END PROGRAM telrfnd.
