           .
           COPY CBCDR.
       FD  RRAUDIT.
       01  RRAUDIT-REC       PIC X(190).
       FD  RRRPT.
       01  RRRPT-REC         PIC X(110).

       01  WS-AMT-OUT3       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                       FUNCTION NUMVAL (WS-ENV-LIMIT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_RERATE_APPROVAL_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-LIMIT TO CFQ-ENV-VALUE
           MOVE WS-APPROVAL-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE WS-USERID TO WS-CHECK-USERID
           PERFORM CHECK-ONE-USER
           IF NOT USER-AUTHORIZED
                    INTO RRAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE RRAUDIT-REC
           END-WRITE
           CLOSE RRAUDIT
           WRITE RRRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELRERAT" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELRERAT.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELRERAT.AUD" TO SRQ-TRAIL
           MOVE RRAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO RRAUDIT-REC
           .
       END PROGRAM telrerate.
