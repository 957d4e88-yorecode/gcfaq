      *> dispute so the customer is never dunned for the dollars
      *> under argument.  Missing/unreadable dispute file means no
      *> disputes, the pre-dispute behavior.
      *>
      *> Each letter is written in the account's preferred language
      *> (ACCT-LANG-PREF): every line of wording comes off the
      *> LANGTEXT.DAT text table through TELLANG (see CBLANGRQ.cpy),
      *> amounts edited the language's way.  A language or line
      *> not on the table goes out in English and is logged on
      *> LANGFALL.LOG; the run summary counts the letters affected.
      *>
      *> An account on address hold (ACCT-ADDR-ON-HOLD -- its bills
      *> are coming back undeliverable, see telrmail) gets no
      *> letter and no history row: the letter it is due goes out
      *> on the first run after the address is corrected through
      *> telacct.
      *>
      *> A protected account -- a medical-necessity certificate, a
      *> government or emergency-service account, or an address in
      *> a state inside its disconnection moratorium (kept through
      *> telprot, asked through TELPRTQ) -- is still reminded, but
      *> in the regulator-approved wording: the text ids with a "P"
      *> on the end (DUNHDR3P, DUNTXT1P-DUNTXT3P) on LANGTEXT.DAT,
      *> which never threaten disconnection.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. teldun.
       01  WS-PLACED-WITH-AGENCY PIC X    VALUE "N".
           88  PLACED-WITH-AGENCY          VALUE "Y".
       01  WS-PLAN-SKIP-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-HOLD-SKIP-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-ADDR-HELD       PIC X      VALUE "N".
           88  ADDRESS-ON-HOLD            VALUE "Y".
       01  WS-PLAN-BREAK-COUNT PIC 9(07) VALUE ZERO.
       01  WS-ON-CURRENT-PLAN PIC X      VALUE "N".
           88  ON-CURRENT-PLAN            VALUE "Y".
       01  WS-NOTICE-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-SKIPPED-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-DISPUTED-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-FALLBACK-COUNT PIC 9(07)   VALUE ZERO.
       01  WS-LETTER-FELL-BACK PIC X     VALUE "N".
           88  LETTER-FELL-BACK           VALUE "Y".
       01  WS-PROTECTED-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-ACCT-PROTECTED PIC X       VALUE "N".
           88  ACCOUNT-PROTECTED          VALUE "Y".
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-BAL-OUT        PIC Z,ZZZ,ZZ9.99.
       01  WS-DISP-OUT       PIC Z,ZZZ,ZZ9.99.
       01  WS-DSPT-COUNT     PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-DISP-AMT       PIC S9(09)V99 COMP-5 VALUE ZERO.

      *>  Customer-language text lookup (see CBLANGRQ.cpy).
           COPY CBLANGRQ.

      *>  Protected-account lookup (see CBPROTRQ.cpy).
           COPY CBPROTRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
               END-PERFORM
           END-IF
           PERFORM WRITE-DUN-SUMMARY
           SET LRQ-CLOSE TO TRUE
           CALL "TELLANG" USING LANG-REQUEST
           END-CALL
           SET PRQ-CLOSE TO TRUE
           CALL "TELPRTQ" USING PROT-REQUEST
           END-CALL
           CLOSE INVREG
                 ACCT-MASTER
                 DUNHIST
               IF WS-NOTICE-LEVEL > ZERO
                   PERFORM CHECK-AGENCY-PLACEMENT
                   PERFORM CHECK-PAYMENT-PLAN
                   PERFORM CHECK-ADDRESS-HOLD
                   IF PLACED-WITH-AGENCY
                       ADD 1 TO WS-AGENCY-SKIP-COUNT
                   ELSE
                   IF ON-CURRENT-PLAN
                       ADD 1 TO WS-PLAN-SKIP-COUNT
                   ELSE
                   IF ADDRESS-ON-HOLD
                       ADD 1 TO WS-HOLD-SKIP-COUNT
                   ELSE
                       PERFORM READ-DUN-HISTORY
                       IF WS-NOTICE-LEVEL > WS-SENT-LEVEL
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

      *>  No letter to an address the post office has said is bad.
       CHECK-ADDRESS-HOLD.
           MOVE "N" TO WS-ADDR-HELD
           IF ACCT-STATUS = "00"
               MOVE INV-ACCT-NO TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCT-ADDR-ON-HOLD
                           SET ADDRESS-ON-HOLD TO TRUE
                       END-IF
               END-READ
           END-IF
           .

       READ-DUN-HISTORY.
           MOVE "N"  TO WS-HIST-ON-FILE
           MOVE ZERO TO WS-SENT-LEVEL
           ADD 1 TO WS-NOTICE-COUNT
           MOVE SPACES TO ACCT-NAME ACCT-ADDR-LINE1 ACCT-ADDR-LINE2
                          ACCT-ADDR-CITY ACCT-ADDR-STATE ACCT-ADDR-ZIP
                          ACCT-LANG-PREF
           IF ACCT-STATUS = "00"
               MOVE INV-ACCT-NO TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE "*** UNKNOWN ACCOUNT ***" TO ACCT-NAME
                       MOVE SPACES TO ACCT-LANG-PREF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           PERFORM CHECK-ACCOUNT-PROTECTION
           MOVE "N"            TO WS-LETTER-FELL-BACK
           MOVE "TELDUN"       TO LRQ-PROGRAM
           MOVE INV-ACCT-NO    TO LRQ-ACCT-NO
           MOVE ACCT-LANG-PREF TO LRQ-LANG
           MOVE SPACES TO LRQ-ARGS
           EVALUATE TRUE
               WHEN WS-NOTICE-LEVEL = 3 AND ACCOUNT-PROTECTED
                   MOVE "DUNHDR3P" TO LRQ-TEXT-ID
                   MOVE "==== NOTICE OF OVERDUE BALANCE ===="
                     TO LRQ-DEFAULT
               WHEN WS-NOTICE-LEVEL = 3
                   MOVE "DUNHDR3" TO LRQ-TEXT-ID
                   MOVE "==== PRE-DISCONNECT NOTICE ====" TO LRQ-DEFAULT
               WHEN WS-NOTICE-LEVEL = 2
                   MOVE "DUNHDR2" TO LRQ-TEXT-ID
                   MOVE "==== FORMAL DEMAND FOR PAYMENT ===="
                     TO LRQ-DEFAULT
               WHEN OTHER
                   MOVE "DUNHDR1" TO LRQ-TEXT-ID
                   MOVE "==== PAYMENT REMINDER ====" TO LRQ-DEFAULT
           END-EVALUATE
           PERFORM WRITE-LANG-LINE
           MOVE SPACES TO LRQ-ARGS
           MOVE INV-ACCT-NO TO LRQ-ARG (1)
           MOVE ACCT-NAME   TO LRQ-ARG (2)
           MOVE "DUNACCT" TO LRQ-TEXT-ID
           MOVE "Account: &1  &2" TO LRQ-DEFAULT
           PERFORM WRITE-LANG-LINE
           MOVE SPACES TO DUNREC
           STRING ACCT-ADDR-LINE1     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
           END-WRITE
           MOVE WS-OPEN-BAL      TO WS-BAL-OUT
           MOVE WS-PAST-DUE-DAYS TO WS-DAYS-OUT
           MOVE SPACES TO LRQ-ARGS
           MOVE INV-NO      TO LRQ-ARG (1)
           MOVE WS-DAYS-OUT TO LRQ-ARG (2)
           MOVE "A"         TO LRQ-ARG-TYPE (3)
           MOVE WS-BAL-OUT  TO LRQ-ARG (3)
           MOVE "DUNBAL" TO LRQ-TEXT-ID
           MOVE "Invoice &1 is &2 days past due.  Open balance: &3"
             TO LRQ-DEFAULT
           PERFORM WRITE-LANG-LINE
           IF WS-DISP-AMT > ZERO
               MOVE WS-DISP-AMT TO WS-DISP-OUT
               MOVE SPACES TO LRQ-ARGS
               MOVE "A"         TO LRQ-ARG-TYPE (1)
               MOVE WS-DISP-OUT TO LRQ-ARG (1)
               MOVE "DUNDISP" TO LRQ-TEXT-ID
               MOVE "A further &1 is in dispute and excluded from "
                  & "this notice." TO LRQ-DEFAULT
               PERFORM WRITE-LANG-LINE
           END-IF
           MOVE SPACES TO LRQ-ARGS
           EVALUATE TRUE
               WHEN ACCOUNT-PROTECTED
                   PERFORM SET-PROTECTED-CLOSING
               WHEN WS-NOTICE-LEVEL = 3
                   MOVE "DUNTXT3" TO LRQ-TEXT-ID
                   MOVE "Service will be scheduled for disconnection "
                      & "unless paid in full within 10 days."
                     TO LRQ-DEFAULT
               WHEN WS-NOTICE-LEVEL = 2
                   MOVE "DUNTXT2" TO LRQ-TEXT-ID
                   MOVE "Formal demand is hereby made for payment "
                      & "within 15 days of this notice." TO LRQ-DEFAULT
               WHEN OTHER
                   MOVE "DUNTXT1" TO LRQ-TEXT-ID
                   MOVE "This is a friendly reminder -- if you have "
                      & "already paid, please disregard."
                     TO LRQ-DEFAULT
           END-EVALUATE
           PERFORM WRITE-LANG-LINE
           MOVE SPACES TO DUNREC
           WRITE DUNREC
           END-WRITE
           IF LETTER-FELL-BACK
               ADD 1 TO WS-FALLBACK-COUNT
           END-IF
           IF ACCOUNT-PROTECTED
               ADD 1 TO WS-PROTECTED-COUNT
           END-IF
           .

      *>  Protected today, by the account's own protection or its
      *>  state's moratorium -- either one changes the wording.
       CHECK-ACCOUNT-PROTECTION.
           MOVE "N" TO WS-ACCT-PROTECTED
           SET PRQ-QUERY TO TRUE
           MOVE INV-ACCT-NO     TO PRQ-ACCT-NO
           MOVE ACCT-ADDR-STATE TO PRQ-STATE
           MOVE WS-TODAY        TO PRQ-DATE
           CALL "TELPRTQ" USING PROT-REQUEST
           END-CALL
           IF PRQ-PROTECTED OR PRQ-IN-MORATORIUM
               SET ACCOUNT-PROTECTED TO TRUE
           END-IF
           .

      *>  The approved closing paragraph, level by level.
       SET-PROTECTED-CLOSING.
           EVALUATE WS-NOTICE-LEVEL
               WHEN 3
                   MOVE "DUNTXT3P" TO LRQ-TEXT-ID
                   MOVE "Please pay in full, or call us within 10 "
                      & "days to arrange payment; assistance may be "
                      & "available." TO LRQ-DEFAULT
               WHEN 2
                   MOVE "DUNTXT2P" TO LRQ-TEXT-ID
                   MOVE "Please pay within 15 days of this notice, or "
                      & "call us to arrange payment." TO LRQ-DEFAULT
               WHEN OTHER
                   MOVE "DUNTXT1P" TO LRQ-TEXT-ID
                   MOVE "This is a reminder -- if you have already "
                      & "paid, please disregard." TO LRQ-DEFAULT
           END-EVALUATE
           .

      *>  One line of the letter in the customer's language.
       WRITE-LANG-LINE.
           SET LRQ-GET-TEXT TO TRUE
           CALL "TELLANG" USING LANG-REQUEST
           END-CALL
           IF LRQ-FELL-BACK
               SET LETTER-FELL-BACK TO TRUE
           END-IF
           MOVE LRQ-RESULT TO DUNREC
           WRITE DUNREC
           END-WRITE
           .
           WRITE DUNREC
           END-WRITE
           MOVE SPACES TO DUNREC
           MOVE WS-HOLD-SKIP-COUNT TO WS-COUNT-OUT
           STRING "Skipped (mailing address on hold): "
                                         DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO DUNREC
           END-STRING
           WRITE DUNREC
           END-WRITE
           MOVE SPACES TO DUNREC
           MOVE WS-PLAN-BREAK-COUNT TO WS-COUNT-OUT
           STRING "Payment plans broken this run: "
                                         DELIMITED BY SIZE
           END-STRING
           WRITE DUNREC
           END-WRITE
           MOVE SPACES TO DUNREC
           MOVE WS-PROTECTED-COUNT TO WS-COUNT-OUT
           STRING "Letters in protected-account wording: "
                                         DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO DUNREC
           END-STRING
           WRITE DUNREC
           END-WRITE
           MOVE SPACES TO DUNREC
           MOVE WS-FALLBACK-COUNT TO WS-COUNT-OUT
           STRING "Letters sent in English for want of the "
                                         DELIMITED BY SIZE
                  "customer's language (see LANGFALL.LOG): "
                                         DELIMITED BY SIZE
                  WS-COUNT-OUT           DELIMITED BY SIZE
                INTO DUNREC
           END-STRING
           WRITE DUNREC
           END-WRITE
           .
       END PROGRAM teldun.
