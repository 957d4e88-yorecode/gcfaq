       FD  AUTHTB.
           COPY CBAUTH.
       FD  OTCAUDIT.
       01  OTCAUDIT-REC      PIC X(190).
       FD  OTCRPT.
       01  OTCRPT-REC        PIC X(100).

       01  WS-REJ-COUNT      PIC 9(05)   VALUE ZERO.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                    INTO OTCAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE OTCAUDIT-REC
           END-WRITE
           CLOSE OTCAUDIT
           WRITE OTCRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELOTC.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELOTC.AUD" TO SRQ-TRAIL
           MOVE OTCAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO OTCAUDIT-REC
           .
       END PROGRAM telotc.
