      *> balanced bad-debt-expense/AR journal in the same GLJE.DAT
      *> import as everything else.  Every action and refusal lands
      *> on the TELWOFF.AUD audit trail.
      *>
      *> An account whose debt is written off forfeits its loyalty
      *> points: TELLOY (see CBLOYRQ.cpy) empties its balance on
      *> the loyalty ledger, so bad debt is never paid out as a
      *> bill credit.
      *>
      *> The small-balance sweep clears the residue of short
      *> payments -- the few cents left open after a customer paid
      *> nearly all of an invoice -- so it stops aging and being
      *> dunned:
      *>
      *>   telwoff USERID SMALL [PREVIEW]
      *>
      *> Every past-due, partly paid invoice with an open balance
      *> under TELCO_SMALL_BAL_TOL (default 1.00) is written off by
      *> SYSTEM with reason SMALLBAL, and the total goes to GLWORK
      *> as one "W" row like any other write-off.  The requester
      *> must still be authorized; the amounts are too small for
      *> the approval limit to apply, and no loyalty points are
      *> forfeited.  Invoices held below the minimum bill are never
      *> swept.  PREVIEW lists what would be cleared and changes
      *> nothing.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telwoff.
       FD  GLWORK.
           COPY CBGLW.
       FD  WOFAUDIT.
       01  WOFAUDIT-REC      PIC X(190).
       FD  WOFRPT.
       01  WOFRPT-REC        PIC X(100).


       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-MODE           PIC X(05)   VALUE SPACES.
       01  WS-KEY-ARG        PIC X(10)   VALUE SPACES.
       01  WS-REASON         PIC X(08)   VALUE SPACES.
       01  WS-APPROVER       PIC X(08)   VALUE SPACES.

       01  WS-ENV-WOFF-LIMIT PIC X(12)   VALUE SPACES.
       01  WS-WOFF-LIMIT     PIC S9(09)V99 COMP-5 VALUE 1000.00.
       01  WS-ENV-SMALL-TOL  PIC X(12)   VALUE SPACES.
       01  WS-SMALL-TOL      PIC S9(07)V99 COMP-5 VALUE 1.00.
       01  WS-PREVIEW        PIC X       VALUE "N".
           88  SWEEP-PREVIEW            VALUE "Y".
       01  WS-SMALL-SW       PIC X       VALUE "N".
           88  ROW-IS-SMALL-RESIDUE     VALUE "Y".
       01  WS-AUDIT-ACTION   PIC X(11)   VALUE SPACES.

       01  WS-CHECK-USERID   PIC X(08)   VALUE SPACES.
       01  WS-AUTHORIZED     PIC X       VALUE "N".

       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-POINTS-OUT     PIC ZZZ,ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

      *>  Loyalty ledger parameter block (see CBLOYRQ.cpy).
           COPY CBLOYRQ.

       PROCEDURE DIVISION.
       MAINLINE.
                       FUNCTION NUMVAL (WS-ENV-WOFF-LIMIT)
               END-COMPUTE
           END-IF
           MOVE "TELCO_WOFF_APPROVAL_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-WOFF-LIMIT TO CFQ-ENV-VALUE
           MOVE WS-WOFF-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-SMALL-TOL
           ACCEPT WS-ENV-SMALL-TOL FROM ENVIRONMENT
               "TELCO_SMALL_BAL_TOL"
           END-ACCEPT
           IF WS-ENV-SMALL-TOL NOT = SPACES
               COMPUTE WS-SMALL-TOL =
                       FUNCTION NUMVAL (WS-ENV-SMALL-TOL)
               END-COMPUTE
           END-IF
           MOVE "TELCO_SMALL_BAL_TOL" TO CFQ-SETTING
           MOVE WS-ENV-SMALL-TOL TO CFQ-ENV-VALUE
           MOVE WS-SMALL-TOL TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           STRING "WOFF."             DELIMITED BY SIZE
                  WS-NOW (1:14)       DELIMITED BY SIZE
                INTO WS-BATCH-ID
                  & "[APPROVER] ***" TO WOFRPT-REC
               WRITE WOFRPT-REC
               END-WRITE
               MOVE "***        telwoff USERID SMALL [PREVIEW] ***"
                 TO WOFRPT-REC
               WRITE WOFRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN I-O INVREG
                       PERFORM VET-WRITE-OFF-REQUEST
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                   AND WS-MODE = "SMALL"
                       IF SWEEP-PREVIEW OR WS-WOFF-TOT = ZERO
                           PERFORM WRITE-WOFF-SUMMARY
                       ELSE
                           PERFORM APPLY-WRITE-OFF
                           PERFORM WRITE-GL-WORK-ROW
                           PERFORM WRITE-WOFF-SUMMARY
                       END-IF
                   END-IF
                   IF WS-REFUSE-REASON = SPACES
                   AND WS-MODE NOT = "SMALL"
                       PERFORM APPLY-WRITE-OFF
                       SET LRQ-CLOSE TO TRUE
                       CALL "TELLOY" USING LOY-REQUEST
                           ON EXCEPTION
                               CONTINUE
                       END-CALL
                       PERFORM WRITE-GL-WORK-ROW
                       PERFORM WRITE-WOFF-SUMMARY
                   END-IF
           AND (WS-MODE = "INV" OR WS-MODE = "ACCT")
               MOVE "Y" TO WS-ARGS-VALID
           END-IF
           IF WS-USERID NOT = SPACES
           AND WS-MODE = "SMALL"
           AND WS-REASON = SPACES
           AND (WS-KEY-ARG = SPACES OR WS-KEY-ARG = "PREVIEW")
               MOVE "Y" TO WS-ARGS-VALID
               MOVE "SMALLBAL" TO WS-REASON
               IF WS-KEY-ARG = "PREVIEW"
                   MOVE "Y" TO WS-PREVIEW
               END-IF
           END-IF
           .

      *>  The amount being sanctioned off the books, before anything
       GATHER-WRITE-OFF-AMOUNT.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE ZERO TO WS-WOFF-TOT
           IF WS-MODE = "SMALL"
               PERFORM GATHER-SMALL-BALANCES
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "INV"
               COMPUTE INV-NO = FUNCTION NUMVAL (WS-KEY-ARG)
               END-COMPUTE
           END-IF
           .

      *>  The sweep's candidates: what each would clear is listed
      *>  here, before anything is touched, so a PREVIEW run shows
      *>  exactly what the real one would do.  An empty sweep is a
      *>  normal outcome, not a refusal.
       GATHER-SMALL-BALANCES.
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ INVREG NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM CHECK-SMALL-RESIDUE
                       IF ROW-IS-SMALL-RESIDUE
                           ADD WS-OPEN-BAL TO WS-WOFF-TOT
                           IF SWEEP-PREVIEW
                               MOVE WS-OPEN-BAL TO WS-AMT-OUT
                               MOVE SPACES TO WOFRPT-REC
                               STRING "  Invoice "    DELIMITED BY SIZE
                                      INV-NO          DELIMITED BY SIZE
                                      " acct "        DELIMITED BY SIZE
                                      INV-ACCT-NO     DELIMITED BY SIZE
                                      " would clear " DELIMITED BY SIZE
                                      WS-AMT-OUT      DELIMITED BY SIZE
                                    INTO WOFRPT-REC
                               END-STRING
                               WRITE WOFRPT-REC
                               END-WRITE
                               ADD 1 TO WS-WOFF-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
           END-START
           .

      *>  A residual debit: partly paid, past due, still open by
      *>  less than the tolerance, and not held below the minimum
      *>  bill (a held invoice is not yet due at all).
       CHECK-SMALL-RESIDUE.
           MOVE "N" TO WS-SMALL-SW
           COMPUTE WS-OPEN-BAL = INV-AMT-DUE - INV-PAID-AMT
                               - INV-WOFF-AMT
           END-COMPUTE
           IF WS-OPEN-BAL > ZERO
           AND WS-OPEN-BAL < WS-SMALL-TOL
           AND INV-PAID-AMT NOT = ZERO
           AND INV-DUE-DATE < WS-TODAY
           AND NOT INV-FWD-HELD
               MOVE "Y" TO WS-SMALL-SW
           END-IF
           .

      *>  Requester must be authorized; a write-off over the
      *>  approval threshold must also name a second, different
      *>  authorized user -- teladj's dual-approval shape, applied
               MOVE "REQUESTER NOT AUTHORIZED" TO WS-REFUSE-REASON
           ELSE
               IF WS-WOFF-TOT > WS-WOFF-LIMIT
               AND WS-MODE NOT = "SMALL"
                   EVALUATE TRUE
                       WHEN WS-APPROVER = SPACES
                           MOVE "OVER LIMIT, NO APPROVER NAMED"
      *>  the invoice settled while the register still shows exactly
      *>  what was forgiven, when, by whom and why.
       APPLY-WRITE-OFF.
           IF WS-MODE = "SMALL"
               MOVE ZERO TO INV-NO
               START INVREG KEY IS GREATER THAN INV-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ INVREG NEXT
                               AT END
                                   EXIT PERFORM
                           END-READ
                           PERFORM CHECK-SMALL-RESIDUE
                           IF ROW-IS-SMALL-RESIDUE
                               PERFORM WRITE-OFF-ONE-ROW
                           END-IF
                       END-PERFORM
               END-START
               EXIT PARAGRAPH
           END-IF
           IF WS-MODE = "INV"
               COMPUTE INV-NO = FUNCTION NUMVAL (WS-KEY-ARG)
               END-COMPUTE
               ADD WS-OPEN-BAL TO INV-WOFF-AMT
               MOVE "W"        TO INV-WOFF-IND
               MOVE WS-TODAY   TO INV-WOFF-DATE
               IF WS-MODE = "SMALL"
                   MOVE "SYSTEM"   TO INV-WOFF-OPER
               ELSE
                   MOVE WS-USERID  TO INV-WOFF-OPER
               END-IF
               MOVE WS-REASON  TO INV-WOFF-REASON
               REWRITE INVREG-REC
               ADD 1 TO WS-WOFF-COUNT
               END-STRING
               WRITE WOFRPT-REC
               END-WRITE
               IF WS-MODE NOT = "SMALL"
                   PERFORM FORFEIT-LOYALTY-POINTS
               END-IF
           END-IF
           .

      *>  The account's points go with its debt; a second row on
      *>  the same account finds nothing left to forfeit.
       FORFEIT-LOYALTY-POINTS.
           SET LRQ-FORFEIT TO TRUE
           MOVE INV-ACCT-NO TO LRQ-ACCT-NO
           MOVE SPACES      TO LRQ-CHECK-REF
           MOVE ZERO        TO LRQ-REMIT-ACCT LRQ-AMOUNT
           MOVE INV-NO      TO LRQ-INV-NO
           MOVE WS-TODAY    TO LRQ-DATE
           MOVE WS-USERID   TO LRQ-USERID
           CALL "TELLOY" USING LOY-REQUEST
               ON EXCEPTION
                   MOVE "N" TO LRQ-RESULT
           END-CALL
           IF LRQ-POSTED
               COMPUTE WS-POINTS-OUT = ZERO - LRQ-POINTS
               END-COMPUTE
               MOVE SPACES TO WOFRPT-REC
               STRING "  Account "          DELIMITED BY SIZE
                      INV-ACCT-NO           DELIMITED BY SIZE
                      " forfeits loyalty points "
                                            DELIMITED BY SIZE
                      WS-POINTS-OUT         DELIMITED BY SIZE
                    INTO WOFRPT-REC
               END-STRING
               WRITE WOFRPT-REC
               END-WRITE
           END-IF
           .

           MOVE WS-WOFF-COUNT TO WS-COUNT-OUT
           MOVE WS-WOFF-TOT   TO WS-AMT-OUT
           MOVE SPACES TO WOFRPT-REC
           IF SWEEP-PREVIEW
               STRING "Rows that would be written off: "
                                        DELIMITED BY SIZE
                      WS-COUNT-OUT      DELIMITED BY SIZE
                      "  totaling "     DELIMITED BY SIZE
                      WS-AMT-OUT        DELIMITED BY SIZE
                    INTO WOFRPT-REC
               END-STRING
               WRITE WOFRPT-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           STRING "Rows written off: "  DELIMITED BY SIZE
                  WS-COUNT-OUT          DELIMITED BY SIZE
                  "  totaling "         DELIMITED BY SIZE
           END-STRING
           WRITE WOFRPT-REC
           END-WRITE
           IF WS-WOFF-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WOFRPT-REC
           STRING "GL work queued under batch "  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BATCH-ID)    DELIMITED BY SIZE
           MOVE SPACES TO WOFAUDIT-REC
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-WOFF-TOT TO WS-AMT-OUT
               IF SWEEP-PREVIEW
                   MOVE "PREVIEWED" TO WS-AUDIT-ACTION
               ELSE
                   MOVE "WRITTEN-OFF" TO WS-AUDIT-ACTION
               END-IF
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      WS-REASON              DELIMITED BY SIZE
                      "  approver="          DELIMITED BY SIZE
                      WS-APPROVER            DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-AUDIT-ACTION        DELIMITED BY SPACE
                    INTO WOFAUDIT-REC
               END-STRING
           ELSE
                    INTO WOFAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE WOFAUDIT-REC
           END-WRITE
           CLOSE WOFAUDIT
           WRITE WOFRPT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELWOFF" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELWOFF.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELWOFF.AUD" TO SRQ-TRAIL
           MOVE WOFAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO WOFAUDIT-REC
           .
       END PROGRAM telwoff.
