       FD  AUTHTB.
           COPY CBAUTH.
       FD  FXAUDIT.
       01  FXAUDIT-REC       PIC X(162).
       FD  FXRPT.
       01  FXRPT-REC         PIC X(90).

       01  WS-RATE-OUT       PIC -9(03).99999.
       01  WS-OLD-RATE-OUT   PIC -9(03).99999.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                    INTO FXAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE FXAUDIT-REC
           END-WRITE
           CLOSE FXAUDIT
           WRITE FXRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELCO.XAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.XAUD" TO SRQ-TRAIL
           MOVE FXAUDIT-REC (1:132) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO FXAUDIT-REC
           .
       END PROGRAM telfx.
