       01  WS-VAR-OUT        PIC -ZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE SPACES TO WS-ENV-TOLERANCE
               MOVE FUNCTION NUMVAL (WS-ENV-TOLERANCE)
                 TO WS-TOLERANCE
           END-IF
           MOVE "TELCARR_TOLERANCE" TO CFQ-SETTING
           MOVE WS-ENV-TOLERANCE TO CFQ-ENV-VALUE
           MOVE WS-TOLERANCE TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN OUTPUT CARRRPT
           OPEN INPUT  CARRINV
           OPEN INPUT  CARRMTD
           WRITE CARRRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELCARR" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telcarr.
