      *> and an applied-counts control total goes back to
      *> PROVACK.DAT for the provisioning side to verify.  Takes
      *> the shared run-lock -- this is a master-file writer.
      *>
      *> The feed also carries the customer's preferred language
      *> (PRV-LANG, the two-letter ACCT-LANG-PREF code) as the
      *> order system captures it at sign-up; on a change, blank
      *> leaves the master's language alone and "EN" puts the
      *> customer back on English.
      *>
      *> Deltas do get lost, so telpinv reconciles a full snapshot
      *> of the provisioning side against the masters monthly and
      *> proposes the clear-cut fixes as a file in this same
      *> layout (CBPROVD.cpy) -- run here as PROVDELTA.DAT once
      *> reviewed, it is validated exactly like the nightly feed.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telprov.
       FD  RUNLOCK.
           COPY CBLOCK.
       FD  PROVDELTA.
           COPY CBPROVD.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  PLANHIST.
       01  WS-ACCT-EXISTS    PIC X       VALUE "N".
       01  PLH-STATUS        PIC XX      VALUE "00".

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM ACQUIRE-RUN-LOCK
                   MOVE "UNKNOWN ACTION" TO WS-REJ-REASON
               WHEN PRV-ACTION = "A" AND PRV-NAME = SPACES
                   MOVE "ADD WITHOUT A NAME" TO WS-REJ-REASON
               WHEN PRV-LANG NOT = SPACES
                AND (PRV-LANG IS NOT ALPHABETIC
                     OR PRV-LANG (2:1) = SPACE)
                   MOVE "LANGUAGE CODE INVALID" TO WS-REJ-REASON
           END-EVALUATE
           IF WS-REJ-REASON = SPACES
               MOVE "N" TO WS-ACCT-EXISTS
           MOVE SPACES      TO ACCT-ENTITY-CODE
           MOVE ZERO        TO ACCT-SUSP-START ACCT-SUSP-END
           MOVE ZERO        TO ACCT-RETAINER
           MOVE SPACE       TO ACCT-CASH-ONLY-IND
           MOVE ZERO        TO ACCT-LAST-RETURN
           MOVE SPACE       TO ACCT-SLA-TIER
           MOVE FUNCTION UPPER-CASE (PRV-LANG) TO ACCT-LANG-PREF
           MOVE SPACES      TO ACCT-EMAIL-ADDR
           MOVE SPACE       TO ACCT-ADDR-HOLD-IND
           MOVE ZERO        TO ACCT-ADDR-HOLD-DATE
           MOVE SPACES      TO ACCT-ADDR-HOLD-RSN
           MOVE ZERO        TO ACCT-ADDR-CHG-DATE
           MOVE SPACES      TO ACCT-BILL-CURRENCY
           MOVE ZERO        TO ACCT-ANON-DATE
           MOVE SPACE       TO ACCT-STMT-IND
           WRITE ACCT-MASTER-REC
           END-WRITE
           PERFORM RECORD-PLAN-HISTORY
           IF PRV-ZIP NOT = SPACES
               MOVE PRV-ZIP TO ACCT-ADDR-ZIP
           END-IF
           IF PRV-LANG NOT = SPACES
               MOVE FUNCTION UPPER-CASE (PRV-LANG) TO ACCT-LANG-PREF
           END-IF
           REWRITE ACCT-MASTER-REC
           ADD 1 TO WS-CHG-COUNT
           .
               MOVE FUNCTION NUMVAL (WS-ENV-LOCK-STALE)
                 TO WS-LOCK-STALE-MINS
           END-IF
           MOVE "TELCO_LOCK_STALE_MINS" TO CFQ-SETTING
           MOVE WS-ENV-LOCK-STALE TO CFQ-ENV-VALUE
           MOVE WS-LOCK-STALE-MINS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LOCK-NOW-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-LOCK-NOW-TIME
           OPEN INPUT RUNLOCK
               RETURNING WS-LOCK-DEL-RC
           END-CALL
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELPROV" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       END PROGRAM telprov.
