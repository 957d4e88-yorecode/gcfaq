       01  WS-PPM-OUT        PIC -Z9.9(04).
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN OUTPUT PROFRPT
               COMPUTE WS-STD-RATE = FUNCTION NUMVAL (WS-ENV-STD)
               END-COMPUTE
           END-IF
           MOVE "TELCO_PROF_STD_RATE" TO CFQ-SETTING
           MOVE WS-ENV-STD TO CFQ-ENV-VALUE
           MOVE WS-STD-RATE TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN INPUT ACCT-MASTER
           OPEN INPUT DISCTB
           PERFORM SWEEP-PERIOD-CTAX
               END-WRITE
           END-IF
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELPROF" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telprof.
