       FD  AUTHTB.
           COPY CBAUTH.
       FD  PLNAUDIT.
       01  PLNAUDIT-REC      PIC X(190).
       FD  PLNRPT.
       01  PLNRPT-REC        PIC X(90).

       01  WS-PLAN-ON-FILE   PIC X       VALUE "N".
           88  PLAN-ON-FILE             VALUE "Y".

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                    INTO PLNAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE PLNAUDIT-REC
           END-WRITE
           CLOSE PLNAUDIT
           WRITE PLNRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELPLAN.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELPLAN.AUD" TO SRQ-TRAIL
           MOVE PLNAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO PLNAUDIT-REC
           .
       END PROGRAM telplan.
