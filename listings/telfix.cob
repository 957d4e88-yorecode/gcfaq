       FD  AUTHTB.
           COPY CBAUTH.
       FD  FIXAUDIT.
       01  FIXAUDIT-REC      PIC X(190).
       FD  FIXRPT.
       01  FIXRPT-REC        PIC X(90).

       01  WS-KEPT-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-DEL-RC         PIC S9(09)  COMP-5 VALUE ZERO.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM ACQUIRE-RUN-LOCK
                    INTO FIXAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE FIXAUDIT-REC
           END-WRITE
           CLOSE FIXAUDIT
               MOVE FUNCTION NUMVAL (WS-ENV-LOCK-STALE)
                 TO WS-LOCK-STALE-MINS
           END-IF
           MOVE "TELCO_LOCK_STALE_MINS" TO CFQ-SETTING
           MOVE WS-ENV-LOCK-STALE TO CFQ-ENV-VALUE
           MOVE WS-LOCK-STALE-MINS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LOCK-NOW-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-LOCK-NOW-TIME
           OPEN INPUT RUNLOCK
               RETURNING WS-LOCK-DEL-RC
           END-CALL
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELFIX" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELCO.FAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.FAUD" TO SRQ-TRAIL
           MOVE FIXAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO FIXAUDIT-REC
           .
       END PROGRAM telfix.
