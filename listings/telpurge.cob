       01  WS-COUNT-OUT        PIC ZZZ,ZZ9.
       01  WS-DAYS-OUT         PIC ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
               MOVE FUNCTION NUMVAL (WS-ENV-RETENTION)
                 TO WS-RETENTION-DAYS
           END-IF
           MOVE "TELCO_RETENTION_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-RETENTION TO CFQ-ENV-VALUE
           MOVE WS-RETENTION-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-MODE
           ACCEPT WS-ENV-MODE FROM ENVIRONMENT "TELCO_RETENTION_MODE"
           END-ACCEPT
                   RETURNING WS-MKDIR-RC
               END-CALL
           END-IF
           MOVE "TELCO_RETENTION_MODE" TO CFQ-SETTING
           MOVE WS-ENV-MODE TO CFQ-ENV-VALUE
           IF ARCHIVE-MODE
               MOVE "ARCHIVE" TO CFQ-EFF-VALUE
           ELSE
               MOVE "PURGE" TO CFQ-EFF-VALUE
           END-IF
           PERFORM RECORD-RUN-SETTING
           .

      *>  One row per historical run on TELCO.BAL -- age each row's
           WRITE PURGEREC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELPURGE" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
