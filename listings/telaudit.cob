       01  WS-FINDING-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE SPACES TO WS-ENV-RETENTION
               MOVE FUNCTION NUMVAL (WS-ENV-RETENTION)
                 TO WS-RETENTION-DAYS
           END-IF
           MOVE "TELCO_RETENTION_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-RETENTION TO CFQ-ENV-VALUE
           MOVE WS-RETENTION-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (FUNCTION CURRENT-DATE (1:8)))
           END-COMPUTE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELAUDIT" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telaudit.
