       01  WS-OUTPUT-OUT     PIC -Z,ZZZ,ZZ9.99.
       01  WS-CALLS-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM GET-REQUESTED-ACCOUNT
               ACCEPT WS-ENV-ACCT-NO FROM ENVIRONMENT "ACCT_NO"
               END-ACCEPT
               MOVE WS-ENV-ACCT-NO TO WS-ACCT-ARG
               MOVE "ACCT_NO" TO CFQ-SETTING
               MOVE WS-ENV-ACCT-NO TO CFQ-ENV-VALUE
               MOVE WS-ACCT-ARG TO CFQ-EFF-VALUE
               SET CFQ-RUN-SPECIFIC TO TRUE
               PERFORM RECORD-RUN-SETTING
           END-IF
           MOVE WS-ACCT-ARG TO ACCT-NO
           MOVE WS-ACCT-ARG TO SUM-ACCT-NO
           END-IF
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "ACCTSTAT" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM acctstatus.
