       01  WS-PAY-AMT-OUT    PIC -9(09).99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN OUTPUT COMRPT
                       FUNCTION NUMVAL (WS-ENV-BONUS)
               END-COMPUTE
           END-IF
           MOVE "TELCO_COMM_BONUS" TO CFQ-SETTING
           MOVE WS-ENV-BONUS TO CFQ-ENV-VALUE
           MOVE WS-BONUS-AMT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-BONUS-MON
           ACCEPT WS-ENV-BONUS-MON FROM ENVIRONMENT
               "TELCO_COMM_BONUS_MONTHS"
                       FUNCTION NUMVAL (WS-ENV-BONUS-MON)
               END-COMPUTE
           END-IF
           MOVE "TELCO_COMM_BONUS_MONTHS" TO CFQ-SETTING
           MOVE WS-ENV-BONUS-MON TO CFQ-ENV-VALUE
           MOVE WS-BONUS-MONTHS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN INPUT ACCT-MASTER
           PERFORM SWEEP-PERIOD-REVENUE
           PERFORM SWEEP-WRITE-OFFS
                   END-READ
           END-START
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELCOMM" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telcomm.
