       01  WS-PCT-OUT        PIC -ZZ9.9.
       01  WS-RPS-OUT        PIC ZZZ,ZZ9.99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE SPACES TO WS-ENV-DEV-PCT
               MOVE FUNCTION NUMVAL (WS-ENV-DEV-PCT)
                 TO WS-DEVIATION-PCT
           END-IF
           MOVE "TELTREND_DEVIATION_PCT" TO CFQ-SETTING
           MOVE WS-ENV-DEV-PCT TO CFQ-ENV-VALUE
           MOVE WS-DEVIATION-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
           END-COMPUTE
               END-IF
           END-IF
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELTREND" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM teltrend.
