       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE SPACES TO WS-ENV-DEV
               COMPUTE WS-DEV-MULT = FUNCTION NUMVAL (WS-ENV-DEV)
               END-COMPUTE
           END-IF
           MOVE "TELCO_QUAL_DEV_MULT" TO CFQ-SETTING
           MOVE WS-ENV-DEV TO CFQ-ENV-VALUE
           MOVE WS-DEV-MULT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           OPEN OUTPUT QUALRPT
           OPEN INPUT SRCQUAL
           IF SRCQUAL-STATUS NOT = "00"
               END-WRITE
           END-IF
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELQUAL" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telqual.
