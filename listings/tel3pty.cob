       01  WS-AMT-OUT3       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
               COMPUTE WS-FEE-PCT = FUNCTION NUMVAL (WS-ENV-FEE)
               END-COMPUTE
           END-IF
           MOVE "TELCO_3PTY_FEE_PCT" TO CFQ-SETTING
           MOVE WS-ENV-FEE TO CFQ-ENV-VALUE
           MOVE WS-FEE-PCT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN OUTPUT TPRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
               END-WRITE
           END-IF
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TEL3PTY" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM tel3pty.
