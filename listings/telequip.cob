       FD  AUTHTB.
           COPY CBAUTH.
       FD  EQPAUDIT.
       01  EQPAUDIT-REC      PIC X(190).
       FD  EQPRPT.
       01  EQPRPT-REC        PIC X(100).

           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                    INTO EQPAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE EQPAUDIT-REC
           END-WRITE
           CLOSE EQPAUDIT
           WRITE EQPRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELEQUIP.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELEQUIP.AUD" TO SRQ-TRAIL
           MOVE EQPAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO EQPAUDIT-REC
           .
       END PROGRAM telequip.
