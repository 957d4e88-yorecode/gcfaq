           .
           COPY CBCDR.
       FD  DSPAUDIT.
       01  DSPAUDIT-REC      PIC X(190).
       FD  DSPRPT.
       01  DSPRPT-REC        PIC X(90).

       01  WS-CLASS-ARG      PIC X(01)   VALUE SPACE.
       01  WS-CREDIT-ACCT    PIC 9(10)   VALUE ZERO.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                    INTO DSPAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE DSPAUDIT-REC
           END-WRITE
           CLOSE DSPAUDIT
           WRITE DSPRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELDISP.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELDISP.AUD" TO SRQ-TRAIL
           MOVE DSPAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO DSPAUDIT-REC
           .
       END PROGRAM teldisp.
