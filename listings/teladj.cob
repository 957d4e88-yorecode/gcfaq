       FD  AUTHTB.
           COPY CBAUTH.
       FD  ADJAUDIT.
       01  ADJAUDIT-REC      PIC X(190).
       FD  ADJRPT.
       01  ADJRPT-REC        PIC X(90).

           88  ADJUSTMENT-QUEUED        VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
               MOVE FUNCTION NUMVAL (WS-ENV-ADJ-LIMIT)
                 TO WS-ADJ-LIMIT
           END-IF
           MOVE "TELCO_ADJ_APPROVAL_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-ADJ-LIMIT TO CFQ-ENV-VALUE
           MOVE WS-ADJ-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN OUTPUT ADJRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
                    INTO ADJAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE ADJAUDIT-REC
           END-WRITE
           CLOSE ADJAUDIT
           WRITE ADJRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELADJ" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELCO.JAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.JAUD" TO SRQ-TRAIL
           MOVE ADJAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO ADJAUDIT-REC
           .
       END PROGRAM teladj.
