      *>     pays the held principal plus accrued interest back out
      *>     and closes the ledger record.
      *>
      *> A receipt against an account telscore has asked for a
      *> deposit (DEPDEMND.DAT, see CBDEPDMD.cpy) reports what the
      *> demand still wants, and marks it satisfied once the held
      *> principal covers it.
      *>
      *> Monthly interest accrual runs inside telclose; application
      *> against the final balance happens in telbill's final-bill
      *> pass when the account disconnects.  Every action is
      *> AUTHTB-checked (account/data maintenance, fail closed) and
      *> logged to TELDEP.AUD, the teladj discipline.
      *>
      *> Every receipt and refund is also a cash-book row on
      *> BANKBOOK.DAT (see CBBANKBK.cpy), so telbrec can find the
      *> money on the bank statement.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teldep.
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT DEPDEMND ASSIGN TO
                "DEPDEMND.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DMD-ACCT-NO
                FILE STATUS IS DMD-STATUS
                .
           SELECT GLWORK   ASSIGN TO
                "GLWORK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS GLWORK-STATUS
                .
           SELECT BANKBOOK ASSIGN TO
                "BANKBOOK.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS BANKBOOK-STATUS
                .
           SELECT DEPAUDIT ASSIGN TO
                "TELDEP.AUD"
                LINE SEQUENTIAL
           COPY CBDEPOSIT.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  DEPDEMND.
           COPY CBDEPDMD.
       FD  GLWORK.
           COPY CBGLW.
       FD  BANKBOOK.
           COPY CBBANKBK.
       FD  DEPAUDIT.
       01  DEPAUDIT-REC      PIC X(190).
       FD  DEPRPT.
       01  DEPRPT-REC        PIC X(90).

       WORKING-STORAGE SECTION.
       01  DEP-STATUS        PIC XX      VALUE "00".
       01  DMD-STATUS        PIC XX      VALUE "00".
       01  WS-DMD-SHORT      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  BANKBOOK-STATUS   PIC XX      VALUE "00".
       01  WS-BOOK-DIR       PIC X       VALUE SPACE.
       01  DEPAUDIT-STATUS   PIC XX      VALUE "00".
       01  DEPRPT-STATUS     PIC XX      VALUE "00".

       01  WS-GL-CODE        PIC X(03)   VALUE SPACES.
       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZ9.99.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE ZERO         TO DEP-LAST-ACCRUAL
               MOVE "H"          TO DEP-STATUS-IND
               MOVE WS-USERID    TO DEP-RECEIVED-BY
               MOVE ZERO         TO DEP-APPL-INV-NO DEP-APPL-AMT
               WRITE DEPOSIT-REC
               END-WRITE
           END-IF
           MOVE "RCV" TO WS-GL-CODE
           PERFORM WRITE-GL-WORK-ROW
           MOVE "C" TO WS-BOOK-DIR
           PERFORM WRITE-BANK-BOOK-ROW
           MOVE WS-MOVE-AMT TO WS-AMT-OUT
           MOVE SPACES TO DEPRPT-REC
           STRING "Deposit received: acct " DELIMITED BY SIZE
           END-STRING
           WRITE DEPRPT-REC
           END-WRITE
           PERFORM CHECK-DEPOSIT-DEMAND
           .

      *>  The open demand, if any, against the principal now held.
       CHECK-DEPOSIT-DEMAND.
           OPEN I-O DEPDEMND
           IF DMD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE DEP-ACCT-NO TO DMD-ACCT-NO
           READ DEPDEMND
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DMD-OPEN
                       COMPUTE WS-DMD-SHORT =
                               DMD-HELD-AMT + DMD-DEMAND-AMT
                             - DEP-PRINCIPAL
                       END-COMPUTE
                       MOVE SPACES TO DEPRPT-REC
                       IF WS-DMD-SHORT NOT > ZERO
                           MOVE "S"      TO DMD-STATUS-IND
                           MOVE WS-TODAY TO DMD-SATISFIED-DATE
                           REWRITE DEP-DEMAND-REC
                           MOVE "Deposit demand satisfied"
                             TO DEPRPT-REC
                       ELSE
                           MOVE WS-DMD-SHORT TO WS-AMT-OUT
                           STRING "Deposit demand still short by "
                                                   DELIMITED BY SIZE
                                  WS-AMT-OUT       DELIMITED BY SIZE
                                INTO DEPRPT-REC
                           END-STRING
                       END-IF
                       WRITE DEPRPT-REC
                       END-WRITE
                   END-IF
           END-READ
           CLOSE DEPDEMND
           .

      *>  Cash out: principal plus every cent of accrued interest,
                       REWRITE DEPOSIT-REC
                       MOVE "RFD" TO WS-GL-CODE
                       PERFORM WRITE-GL-WORK-ROW
                       MOVE "D" TO WS-BOOK-DIR
                       PERFORM WRITE-BANK-BOOK-ROW
                       MOVE WS-MOVE-AMT TO WS-AMT-OUT
                       MOVE SPACES TO DEPRPT-REC
                       STRING "Deposit refunded: acct "
           END-IF
           .

      *>  The movement on the cash book, in or out as the caller
      *>  set WS-BOOK-DIR; the account number stands as the
      *>  reference the bank is given.
       WRITE-BANK-BOOK-ROW.
           OPEN EXTEND BANKBOOK
           IF BANKBOOK-STATUS NOT = "00"
               OPEN OUTPUT BANKBOOK
           END-IF
           IF BANKBOOK-STATUS = "00"
               MOVE "P"         TO BKB-SOURCE
               MOVE WS-BOOK-DIR TO BKB-DIRECTION
               MOVE DEP-ACCT-NO TO BKB-ACCT-NO
               MOVE BKB-ACCT-NO TO BKB-REF
               MOVE WS-TODAY    TO BKB-DATE
               MOVE WS-MOVE-AMT TO BKB-AMOUNT
               MOVE "teldep"    TO BKB-PROGRAM
               WRITE BANKBOOK-REC
               END-WRITE
               CLOSE BANKBOOK
           END-IF
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as teladj's TELCO.JAUD.
       WRITE-AUDIT-RECORD.
                    INTO DEPAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE DEPAUDIT-REC
           END-WRITE
           CLOSE DEPAUDIT
           WRITE DEPRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELDEP.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELDEP.AUD" TO SRQ-TRAIL
           MOVE DEPAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO DEPAUDIT-REC
           .
       END PROGRAM teldep.
