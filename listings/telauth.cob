      *>
      *> Invoked with one command-line string:
      *>   telauth USERID PROPOSE TARGET ADD|CHG|REV [LEVEL NAME...]
      *>   telauth USERID PROPOSE TARGET CRT
      *>   telauth USERID PROPOSE TARGET PWD - NEWCREDENTIAL
      *>   telauth USERID APPROVE TARGET
      *>   telauth USERID CANCEL  TARGET
      *> lockout cleared, which is how a locked user gets back
      *> in.  The caller's own credential is verified through
      *> TELAUTHN before anything proceeds.
      *>
      *> CRT is the quarterly recertification's "keep": a manager
      *> has confirmed the target still needs the authority it
      *> holds.  It changes nothing on AUTHTAB.DAT, but it goes
      *> through the same propose/approve pair as a revoke so each
      *> decision carries two admins' ids on TELCO.UAUD, where
      *> telrecert finds it.  Every audit line names the change
      *> (ADD, CHG, REV, PWD or CRT) it concerns.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telauth.
       FD  CREDTB.
           COPY CBCRED.
       FD  AUTHAUDIT.
       01  AUTHAUDIT-REC     PIC X(190).
       FD  AUTHRPT.
       01  AUTHRPT-REC       PIC X(90).

           88  TARGET-ON-FILE           VALUE "Y".
       01  WS-PROPOSER       PIC X(08)   VALUE SPACES.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           IF NOT ARGS-VALID
               MOVE SPACES TO AUTHRPT-REC
               MOVE "*** usage: telauth USERID PROPOSE|APPROVE|CANCEL"
                  & " TARGET [ADD|CHG|REV|CRT LEVEL NAME] ***"
                 TO AUTHRPT-REC
               WRITE AUTHRPT-REC
               END-WRITE
                                   MOVE "Y" TO WS-ARGS-VALID
                               END-IF
                           WHEN "REV"
                           WHEN "CRT"
                               MOVE "Y" TO WS-ARGS-VALID
                       END-EVALUATE
                   WHEN "APPROVE"
               NOT INVALID KEY
                   SET PROPOSAL-ON-FILE TO TRUE
                   MOVE PEND-PROPOSER TO WS-PROPOSER
                   MOVE PEND-ACTION   TO WS-ACTION-ARG
      *>  The level actually being granted comes off the proposal,
      *>  not this invocation's (blank) argument -- captured before
      *>  the pending row is deleted so the audit line can say what
           EVALUATE PEND-ACTION
               WHEN "PWD"
                   PERFORM SET-TARGET-CREDENTIAL
      *>  A recertification leaves the record as it stands; the
      *>  level certified is the level on file at approval.
               WHEN "CRT"
                   IF TARGET-ON-FILE
                       MOVE AUTH-LEVEL TO WS-LEVEL-ARG
                       MOVE "Y" TO WS-APPLIED
                   ELSE
                       MOVE "TARGET NOT ON FILE" TO WS-REFUSE-REASON
                   END-IF
               WHEN "REV"
                   IF TARGET-ON-FILE
                       DELETE AUTHTB RECORD
                   MOVE "NO PROPOSAL PENDING" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   MOVE PEND-PROPOSER TO WS-PROPOSER
                   MOVE PEND-ACTION   TO WS-ACTION-ARG
                   DELETE AUTHPEND RECORD
                   END-DELETE
                   MOVE "Y" TO WS-APPLIED
                      WS-OLD-LEVEL           DELIMITED BY SIZE
                      "  newlevel="          DELIMITED BY SIZE
                      WS-LEVEL-ARG           DELIMITED BY SIZE
                      "  change="            DELIMITED BY SIZE
                      WS-ACTION-ARG          DELIMITED BY SIZE
                      "  action=APPLIED"     DELIMITED BY SIZE
                    INTO AUTHAUDIT-REC
               END-STRING
                      WS-COMMAND             DELIMITED BY SIZE
                      "  target="            DELIMITED BY SIZE
                      WS-TARGET              DELIMITED BY SIZE
                      "  change="            DELIMITED BY SIZE
                      WS-ACTION-ARG          DELIMITED BY SIZE
                      "  action=REFUSED-"    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                              DELIMITED BY SIZE
                    INTO AUTHAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE AUTHAUDIT-REC
           END-WRITE
           CLOSE AUTHAUDIT
           WRITE AUTHRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELCO.UAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.UAUD" TO SRQ-TRAIL
           MOVE AUTHAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO AUTHAUDIT-REC
           .
       END PROGRAM telauth.
