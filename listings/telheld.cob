       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM ACQUIRE-RUN-LOCK
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
           MOVE "TELHELD" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telheld.
