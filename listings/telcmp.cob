       01  WS-DIFF-COUNT     PIC 9(07)      VALUE ZERO.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM SET-REPORT-FILENAMES
           IF WS-ENV-OLDRPT NOT = SPACES
               MOVE WS-ENV-OLDRPT TO WS-OLDRPT-NAME
           END-IF
           MOVE "TELCMP_OLD" TO CFQ-SETTING
           MOVE WS-ENV-OLDRPT TO CFQ-ENV-VALUE
           MOVE WS-OLDRPT-NAME TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-NEWRPT
           ACCEPT WS-ENV-NEWRPT FROM ENVIRONMENT "TELCMP_NEW"
           END-ACCEPT
           IF WS-ENV-NEWRPT NOT = SPACES
               MOVE WS-ENV-NEWRPT TO WS-NEWRPT-NAME
           END-IF
           MOVE "TELCMP_NEW" TO CFQ-SETTING
           MOVE WS-ENV-NEWRPT TO CFQ-ENV-VALUE
           MOVE WS-NEWRPT-NAME TO CFQ-EFF-VALUE
           SET CFQ-RUN-SPECIFIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

       READ-OLD-LINE.
           WRITE DIFF-LINE
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELCMP" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
