       FD  ARCHFILE.
       01  ARCHREC           PIC X(80).
       FD  CMAUDIT.
       01  CMAUDIT-REC       PIC X(190).

       WORKING-STORAGE SECTION.
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  WS-CREDIT-AMT     PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-AMT-OUT        PIC Z,ZZZ,ZZ9.99.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE "C"             TO INV-DOC-TYPE
           MOVE WS-ORIG-INV-NO  TO INV-REF-INV-NO
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
                   MOVE "MEMO NUMBER COLLISION"
                    INTO CMAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE CMAUDIT-REC
           END-WRITE
           CLOSE CMAUDIT
           .

      *>  Chains the audit line into TELCMEMO.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCMEMO.AUD" TO SRQ-TRAIL
           MOVE CMAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO CMAUDIT-REC
           .
       END PROGRAM telcmemo.
