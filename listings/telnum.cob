               10  EXC-QUAR      PIC 9(07)  COMP-5 VALUE ZERO.
               10  EXC-ASSIGNED  PIC 9(07)  COMP-5 VALUE ZERO.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           IF WS-ARG2 NOT = SPACES AND WS-ARG2 IS NUMERIC
               MOVE WS-ARG2 TO WS-QUAR-DAYS
           END-IF
           MOVE "TELCO_NUM_QUAR_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-QUAR TO CFQ-ENV-VALUE
           MOVE WS-QUAR-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           EVALUATE TRUE
               WHEN WS-MODE = "RELEASE" AND WS-USERID NOT = SPACES
                   PERFORM CHECK-AUTHORIZATION
           WRITE NUMRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELNUM" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telnum.
