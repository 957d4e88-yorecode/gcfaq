       FD  CREDTB.
           COPY CBCRED.
       FD  AUTNAUD.
       01  AUTNAUD-REC       PIC X(130).

       WORKING-STORAGE SECTION.
       01  CRED-STATUS       PIC XX      VALUE "00".
       01  WS-CHAR-ORD       PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-OUTCOME        PIC X(08)   VALUE SPACES.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       LINKAGE SECTION.
       01  LK-USERID         PIC X(08).
       01  LK-RESULT         PIC X(01).
                       FUNCTION NUMVAL (WS-ENV-LOCKOUT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_AUTH_LOCKOUT" TO CFQ-SETTING
           MOVE WS-ENV-LOCKOUT TO CFQ-ENV-VALUE
           MOVE WS-LOCKOUT-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-PASSWORD
           ACCEPT WS-PASSWORD FROM ENVIRONMENT "TELCO_PASSWORD"
           END-ACCEPT
                  WS-OUTCOME          DELIMITED BY SIZE
                INTO AUTNAUD-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE AUTNAUD-REC
           END-WRITE
           CLOSE AUTNAUD
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELAUTHN" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELAUTHN.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELAUTHN.AUD" TO SRQ-TRAIL
           MOVE AUTNAUD-REC (1:100) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO AUTNAUD-REC
           .
       END PROGRAM TELAUTHN.
