      *>
      *> telshock.cob -- the bill-shock review queue.  telbill holds
      *> an invoice whose charges run well above the account's
      *> usual (see the "Bill shock" note in telbill.cob) and queues
      *> it on BILLREVQ.DAT; nothing goes to the customer until a
      *> reviewer has looked at it here.
      *>
      *>   telshock LIST
      *>     TELSHOCK.TXT: every invoice waiting -- held or routed
      *>     for correction -- with its charges against the average
      *>     that tripped it and how long it has waited, and a count
      *>     of released invoices whose e-bill is still to go.
      *>   telshock USERID RELEASE INVNO [note text]
      *>     the charges are right: the invoice goes out.  Its due
      *>     date becomes the release date plus the payment terms
      *>     it was issued with, rolled to a banking day as telbill
      *>     rolls it, and any held balances it brought forward take
      *>     the same due date.  With a note the invoice is released
      *>     "with note" and the note is printed on it.
      *>   telshock USERID ROUTE INVNO DISP|CMEMO [note text]
      *>     the charges need looking at first: the invoice stays
      *>     held, marked routed to disputes (teldisp) or for a
      *>     credit memo (telcmemo), and is released once they are
      *>     put right.  A re-bill of the period by telbill re-tests
      *>     it and, if it now comes in under the limits, withdraws
      *>     it from the queue and sends it as normal.
      *>   telshock EXTRACT
      *>     the e-bill rows of invoices released since the last
      *>     extract, re-dated to their new due date, onto
      *>     EBILLREL.DAT under the same "*TRL*" control trailer as
      *>     EBILL.DAT, for the presentment partner.  Printed
      *>     documents need nothing here: telprint picks a released
      *>     invoice up on its next extract.
      *>
      *> RELEASE and ROUTE need account-maintenance authority on
      *> AUTHTB (fail closed, as for telcmemo); EXTRACT is a batch
      *> run and needs the launching id (TELCO_OPERATOR, else the
      *> login) to carry AUTH-BILLING-OPS or AUTH-ADMIN.  Every
      *> action, and every refusal, is on the TELSHOCK.AUD trail.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telshock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT BILLREVQ ASSIGN TO
                "BILLREVQ.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RVQ-INV-NO
                FILE STATUS IS RVQ-FILE-STATUS
                .
           SELECT REVEBILL ASSIGN TO
                "BILLREVE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RVE-KEY
                FILE STATUS IS RVE-STATUS
                .
           SELECT CALTB    ASSIGN TO
                "CALTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CAL-DATE
                FILE STATUS IS CAL-STATUS
                .
           SELECT EBILLREL ASSIGN TO
                "EBILLREL.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS EREL-STATUS
                .
           SELECT SHOCKRPT ASSIGN TO
                "TELSHOCK.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS
                .
           SELECT SHKAUDIT ASSIGN TO
                "TELSHOCK.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS SHKAUDIT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  INVREG.
           COPY CBINVREG.
       FD  BILLREVQ.
           COPY CBBILREV.
       FD  REVEBILL.
           COPY CBREVEB.
       FD  CALTB.
           COPY CBCAL.
       FD  EBILLREL.
       01  EBILLREL-REC      PIC X(100).
       FD  SHOCKRPT.
       01  SHOCKRPT-REC      PIC X(132).
       FD  SHKAUDIT.
       01  SHKAUDIT-REC      PIC X(190).

       WORKING-STORAGE SECTION.
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  RVQ-FILE-STATUS   PIC XX      VALUE "00".
       01  RVE-STATUS        PIC XX      VALUE "00".
       01  CAL-STATUS        PIC XX      VALUE "00".
       01  EREL-STATUS       PIC XX      VALUE "00".
       01  RPT-STATUS        PIC XX      VALUE "00".
       01  SHKAUDIT-STATUS   PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC 9(07)   COMP-5 VALUE ZERO.

       01  WS-CMDLINE        PIC X(200)  VALUE SPACES.
       01  WS-PTR            PIC 9(03)   COMP-5 VALUE 1.
       01  WS-REST           PIC X(200)  VALUE SPACES.
       01  WS-WORD1          PIC X(08)   VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-VERB           PIC X(08)   VALUE SPACES.
       01  WS-INV-ARG        PIC X(10)   VALUE SPACES.
       01  WS-ROUTE-ARG      PIC X(08)   VALUE SPACES.
       01  WS-NOTE           PIC X(60)   VALUE SPACES.
       01  WS-MODE           PIC X(08)   VALUE SPACES.
           88  MODE-LIST                 VALUE "LIST".
           88  MODE-EXTRACT              VALUE "EXTRACT".
           88  MODE-RELEASE              VALUE "RELEASE".
           88  MODE-ROUTE                VALUE "ROUTE".
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

       01  WS-INV-NO         PIC 9(08)   VALUE ZERO.
       01  WS-ACCT-NO        PIC 9(10)   VALUE ZERO.
       01  WS-FWD-REDATED    PIC 9(03)   VALUE ZERO.

      *>  Due-date roll, as telbill's ROLL-TO-BANKING-DAY.
       01  WS-CAL-OPEN       PIC X       VALUE "N".
       01  WS-DUE-INT        PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-DUE-NUM        PIC 9(08)   VALUE ZERO.
       01  WS-DUE-DOW        PIC 9(01)   VALUE ZERO.
       01  WS-DUE-ROLLS      PIC 9(02)   VALUE ZERO.
       01  WS-DUE-NONBANK    PIC X       VALUE "N".

      *>  LIST and EXTRACT counts and edited figures.
       01  WS-WAITING-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-ROUTED-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-EBILL-DUE-COUNT PIC 9(07)  VALUE ZERO.
       01  WS-EXTRACT-DOCS   PIC 9(07)   VALUE ZERO.
       01  WS-EXTRACT-ROWS   PIC 9(07)   VALUE ZERO.
       01  WS-NO-ROWS-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-EXTRACT-HASH   PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-DOC-ROWS       PIC 9(03)   VALUE ZERO.
       01  WS-DAYS-WAITING   PIC 9(05)   VALUE ZERO.
       01  WS-CNT-OUT        PIC 9(07).
       01  WS-HASH-OUT       PIC -9(13).99.
       01  WS-COUNT-OUT      PIC Z,ZZZ,ZZ9.
       01  WS-DAYS-OUT       PIC ZZZZ9.
       01  WS-CHG-OUT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-AVG-OUT        PIC -Z,ZZZ,ZZ9.99.
       01  WS-STATUS-WORD    PIC X(08)   VALUE SPACES.

       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
       01  WS-OPERATOR-ID    PIC X(08)   VALUE SPACES.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               DISPLAY "*** usage: telshock LIST | EXTRACT | "
                       "USERID RELEASE INVNO [note] | USERID ROUTE "
                       "INVNO DISP|CMEMO [note] ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-LIST
               PERFORM LIST-REVIEW-QUEUE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REFUSE-REASON
           IF MODE-EXTRACT
               PERFORM CHECK-RUN-AUTHORIZATION
               MOVE WS-OPERATOR-ID TO WS-USERID
               IF WS-OPER-AUTHORIZED NOT = "Y"
                   MOVE "OPERATOR NOT AUTHORIZED" TO WS-REFUSE-REASON
               ELSE
                   PERFORM EXTRACT-RELEASED-EBILLS
               END-IF
           ELSE
               PERFORM CHECK-AUTHORIZATION
               EVALUATE TRUE
                   WHEN NOT USER-AUTHORIZED
                       MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
                   WHEN MODE-RELEASE
                       PERFORM RELEASE-HELD-INVOICE
                   WHEN OTHER
                       PERFORM ROUTE-HELD-INVOICE
               END-EVALUATE
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               DISPLAY "*** telshock " FUNCTION TRIM (WS-MODE)
                       " refused: "
                       FUNCTION TRIM (WS-REFUSE-REASON)
                       " ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           STOP RUN
           .

      *>  LIST and EXTRACT stand alone; RELEASE and ROUTE follow the
      *>  reviewer's id, and whatever follows the invoice number (or
      *>  the route) is the note.
       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           MOVE 1 TO WS-PTR
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-WORD1
                    WS-VERB
                    WS-INV-ARG
               WITH POINTER WS-PTR
           END-UNSTRING
           IF WS-WORD1 = "LIST" OR WS-WORD1 = "EXTRACT"
               MOVE WS-WORD1 TO WS-MODE
               MOVE "Y" TO WS-ARGS-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORD1 TO WS-USERID
           MOVE WS-VERB  TO WS-MODE
           IF WS-USERID = SPACES
           OR (NOT MODE-RELEASE AND NOT MODE-ROUTE)
           OR FUNCTION TRIM (WS-INV-ARG) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INV-NO = FUNCTION NUMVAL (WS-INV-ARG)
           END-COMPUTE
           MOVE SPACES TO WS-REST
           IF WS-PTR NOT > 200
               MOVE WS-CMDLINE (WS-PTR:) TO WS-REST
           END-IF
           IF MODE-ROUTE
               MOVE 1 TO WS-PTR
               UNSTRING WS-REST DELIMITED BY ALL SPACE
                   INTO WS-ROUTE-ARG
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-ROUTE-ARG NOT = "DISP"
               AND WS-ROUTE-ARG NOT = "CMEMO"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-NOTE
               IF WS-PTR NOT > 200
                   MOVE FUNCTION TRIM (WS-REST (WS-PTR:)) TO WS-NOTE
               END-IF
           ELSE
               MOVE FUNCTION TRIM (WS-REST) TO WS-NOTE
           END-IF
           MOVE "Y" TO WS-ARGS-VALID
           .

      *>  Same fail-closed AUTHTB check as telcmemo.
       CHECK-AUTHORIZATION.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-ACCT-MAINT
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  Same launch check as telaudq.
       CHECK-RUN-AUTHORIZATION.
           MOVE "N" TO WS-OPER-AUTHORIZED
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "TELCO_OPERATOR"
           END-ACCEPT
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
               END-ACCEPT
           END-IF
           IF WS-OPERATOR-ID = SPACES
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "LOGNAME"
               END-ACCEPT
           END-IF
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-OPERATOR-ID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-BILLING-OPS OR AUTH-ADMIN
                           MOVE "Y" TO WS-OPER-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>=============================================================
      *>  LIST -- what is waiting.
      *>=============================================================
       LIST-REVIEW-QUEUE.
           OPEN OUTPUT SHOCKRPT
           MOVE SPACES TO SHOCKRPT-REC
           STRING "Bill-shock review queue as of " DELIMITED BY SIZE
                  WS-TODAY                         DELIMITED BY SIZE
                INTO SHOCKRPT-REC
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE SPACES TO SHOCKRPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE "Invoice  Account    Period Class        Charges"
             & "        Average (n) Held on  Waited Status   Route"
             TO SHOCKRPT-REC
           PERFORM WRITE-RPT-LINE
           OPEN INPUT BILLREVQ
           IF RVQ-FILE-STATUS NOT = "00"
               MOVE "  (no review queue -- BILLREVQ.DAT not on disk)"
                 TO SHOCKRPT-REC
               PERFORM WRITE-RPT-LINE
               CLOSE SHOCKRPT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO RVQ-INV-NO
           START BILLREVQ KEY IS GREATER THAN RVQ-INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ BILLREVQ NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF RVQ-AWAITING
                           PERFORM LIST-ONE-ENTRY
                       END-IF
                       IF RVQ-RELEASED AND RVQ-EBILL-WAITING
                           ADD 1 TO WS-EBILL-DUE-COUNT
                       END-IF
                   END-PERFORM
           END-START
           CLOSE BILLREVQ
           MOVE SPACES TO SHOCKRPT-REC
           PERFORM WRITE-RPT-LINE
           MOVE WS-WAITING-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SHOCKRPT-REC
           STRING "Held, awaiting review:           "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO SHOCKRPT-REC
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-ROUTED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SHOCKRPT-REC
           STRING "Routed for correction:           "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO SHOCKRPT-REC
           END-STRING
           PERFORM WRITE-RPT-LINE
           MOVE WS-EBILL-DUE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO SHOCKRPT-REC
           STRING "Released, e-bill to extract:     "
                                             DELIMITED BY SIZE
                  WS-COUNT-OUT               DELIMITED BY SIZE
                INTO SHOCKRPT-REC
           END-STRING
           PERFORM WRITE-RPT-LINE
           CLOSE SHOCKRPT
           .

       LIST-ONE-ENTRY.
           IF RVQ-ROUTED
               ADD 1 TO WS-ROUTED-COUNT
               MOVE "ROUTED"  TO WS-STATUS-WORD
           ELSE
               ADD 1 TO WS-WAITING-COUNT
               MOVE "HELD"    TO WS-STATUS-WORD
           END-IF
           COMPUTE WS-DAYS-WAITING = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE (RVQ-HELD-DATE)
           END-COMPUTE
           MOVE WS-DAYS-WAITING TO WS-DAYS-OUT
           MOVE RVQ-CHARGES     TO WS-CHG-OUT
           MOVE RVQ-AVG-AMT     TO WS-AVG-OUT
           MOVE SPACES TO SHOCKRPT-REC
           STRING RVQ-INV-NO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RVQ-ACCT-NO        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RVQ-PERIOD         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RVQ-CLASS          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-CHG-OUT         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-AVG-OUT         DELIMITED BY SIZE
                  " ("               DELIMITED BY SIZE
                  RVQ-AVG-PERIODS    DELIMITED BY SIZE
                  ") "               DELIMITED BY SIZE
                  RVQ-HELD-DATE      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DAYS-OUT        DELIMITED BY SIZE
                  "d "               DELIMITED BY SIZE
                  WS-STATUS-WORD     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  RVQ-ROUTE          DELIMITED BY SIZE
                INTO SHOCKRPT-REC
           END-STRING
           PERFORM WRITE-RPT-LINE
           IF RVQ-NOTE NOT = SPACES
               MOVE SPACES TO SHOCKRPT-REC
               STRING "         "         DELIMITED BY SIZE
                      RVQ-OPER            DELIMITED BY SPACE
                      ": "                DELIMITED BY SIZE
                      RVQ-NOTE            DELIMITED BY SIZE
                    INTO SHOCKRPT-REC
               END-STRING
               PERFORM WRITE-RPT-LINE
           END-IF
           .

       WRITE-RPT-LINE.
           WRITE SHOCKRPT-REC
           END-WRITE
           .

      *>=============================================================
      *>  RELEASE and ROUTE -- one invoice off the queue.
      *>=============================================================

      *>  Both files must be there and the invoice waiting on both:
      *>  held on the register and on the queue.  Leaves them open
      *>  with the two rows read when nothing is refused.
       OPEN-HELD-INVOICE.
           OPEN I-O BILLREVQ
           IF RVQ-FILE-STATUS NOT = "00"
               MOVE "REVIEW QUEUE NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN I-O INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "INVREG NOT AVAILABLE" TO WS-REFUSE-REASON
               CLOSE BILLREVQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INV-NO TO RVQ-INV-NO
           READ BILLREVQ
               INVALID KEY
                   MOVE "INVOICE NOT ON REVIEW QUEUE"
                     TO WS-REFUSE-REASON
               NOT INVALID KEY
                   IF NOT RVQ-AWAITING
                       MOVE "INVOICE NOT AWAITING REVIEW"
                         TO WS-REFUSE-REASON
                   END-IF
           END-READ
           IF WS-REFUSE-REASON = SPACES
               MOVE WS-INV-NO TO INV-NO
               READ INVREG
                   INVALID KEY
                       MOVE "INVOICE NOT ON REGISTER"
                         TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       IF NOT INV-REVIEW-HELD
                           MOVE "INVOICE NOT HELD FOR REVIEW"
                             TO WS-REFUSE-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               CLOSE BILLREVQ
                     INVREG
           ELSE
               MOVE RVQ-ACCT-NO TO WS-ACCT-NO
           END-IF
           .

      *>  The invoice goes out: due the release date plus the terms
      *>  it was issued with, on a banking day; the held balances it
      *>  brought forward fall due with it.
       RELEASE-HELD-INVOICE.
           PERFORM OPEN-HELD-INVOICE
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DUE-INT = WS-TODAY-INT + RVQ-TERM-DAYS
           END-COMPUTE
           MOVE "N" TO WS-CAL-OPEN
           OPEN INPUT CALTB
           IF CAL-STATUS = "00"
               MOVE "Y" TO WS-CAL-OPEN
           END-IF
           PERFORM ROLL-TO-BANKING-DAY
           IF WS-CAL-OPEN = "Y"
               CLOSE CALTB
           END-IF
           COMPUTE WS-DUE-NUM = FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
           END-COMPUTE
           IF WS-NOTE = SPACES
               MOVE "A" TO INV-REVIEW-IND
               SET RVQ-RELEASED-AS-IS TO TRUE
           ELSE
               MOVE "N" TO INV-REVIEW-IND
               SET RVQ-RELEASED-NOTE TO TRUE
               MOVE WS-NOTE TO RVQ-NOTE
           END-IF
           MOVE WS-TODAY   TO INV-REVIEW-DATE
           MOVE WS-DUE-NUM TO INV-DUE-DATE
           REWRITE INVREG-REC
           END-REWRITE
           PERFORM REDATE-FORWARDED-DOCUMENTS
           MOVE WS-TODAY   TO RVQ-ACTION-DATE
           MOVE WS-USERID  TO RVQ-OPER
           MOVE WS-DUE-NUM TO RVQ-NEW-DUE-DATE
           REWRITE BILLREV-REC
           END-REWRITE
           CLOSE BILLREVQ
                 INVREG
           DISPLAY "telshock: invoice " WS-INV-NO " released, due "
                   WS-DUE-NUM UPON CONSOLE
           END-DISPLAY
           .

      *>  Held balances the invoice brought forward were given its
      *>  held due date by telbill; they take the new one, and age
      *>  from today.  They always carry lower numbers than the
      *>  invoice that brought them forward.
       REDATE-FORWARDED-DOCUMENTS.
           MOVE ZERO TO WS-FWD-REDATED
           MOVE ZERO TO INV-NO
           START INVREG KEY IS GREATER THAN INV-NO
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ INVREG NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF INV-NO NOT < WS-INV-NO
                   EXIT PERFORM
               END-IF
               IF INV-FWD-BILLED
               AND INV-FWD-INV-NO = WS-INV-NO
                   MOVE WS-DUE-NUM TO INV-DUE-DATE
                   MOVE WS-TODAY   TO INV-FWD-DATE
                   REWRITE INVREG-REC
                   END-REWRITE
                   ADD 1 TO WS-FWD-REDATED
               END-IF
           END-PERFORM
           .

      *>  The invoice stays held, marked for the team that puts it
      *>  right; it is released from here once they have.
       ROUTE-HELD-INVOICE.
           PERFORM OPEN-HELD-INVOICE
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "C"      TO INV-REVIEW-IND
           MOVE WS-TODAY TO INV-REVIEW-DATE
           REWRITE INVREG-REC
           END-REWRITE
           SET RVQ-ROUTED TO TRUE
           MOVE WS-ROUTE-ARG TO RVQ-ROUTE
           MOVE WS-NOTE      TO RVQ-NOTE
           MOVE WS-TODAY     TO RVQ-ACTION-DATE
           MOVE WS-USERID    TO RVQ-OPER
           REWRITE BILLREV-REC
           END-REWRITE
           CLOSE BILLREVQ
                 INVREG
           DISPLAY "telshock: invoice " WS-INV-NO " routed to "
                   FUNCTION TRIM (WS-ROUTE-ARG) UPON CONSOLE
           END-DISPLAY
           .

      *>  Same banking-day roll as telbill: past weekends and the
      *>  CALTB.DAT holidays, two weeks at most.
       ROLL-TO-BANKING-DAY.
           MOVE ZERO TO WS-DUE-ROLLS
           PERFORM UNTIL WS-DUE-ROLLS > 14
               MOVE "N" TO WS-DUE-NONBANK
               COMPUTE WS-DUE-DOW =
                       FUNCTION MOD (WS-DUE-INT, 7)
               END-COMPUTE
               IF WS-DUE-DOW = 6 OR WS-DUE-DOW = 0
                   MOVE "Y" TO WS-DUE-NONBANK
               END-IF
               IF WS-DUE-NONBANK = "N" AND WS-CAL-OPEN = "Y"
                   COMPUTE CAL-DATE =
                           FUNCTION DATE-OF-INTEGER (WS-DUE-INT)
                   END-COMPUTE
                   READ CALTB
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CAL-HOLIDAY
                               MOVE "Y" TO WS-DUE-NONBANK
                           END-IF
                   END-READ
               END-IF
               IF WS-DUE-NONBANK = "N"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DUE-INT
               ADD 1 TO WS-DUE-ROLLS
           END-PERFORM
           .

      *>=============================================================
      *>  EXTRACT -- released invoices' e-bills.
      *>=============================================================
       EXTRACT-RELEASED-EBILLS.
           OPEN I-O BILLREVQ
           IF RVQ-FILE-STATUS NOT = "00"
               MOVE "REVIEW QUEUE NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN I-O REVEBILL
           IF RVE-STATUS NOT = "00"
               MOVE "HELD E-BILL ROWS NOT AVAILABLE"
                 TO WS-REFUSE-REASON
               CLOSE BILLREVQ
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EBILLREL
           MOVE ZERO TO RVQ-INV-NO
           START BILLREVQ KEY IS GREATER THAN RVQ-INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ BILLREVQ NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF RVQ-RELEASED AND RVQ-EBILL-WAITING
                           PERFORM EXTRACT-ONE-DOCUMENT
                       END-IF
                   END-PERFORM
           END-START
           MOVE WS-EXTRACT-DOCS TO WS-CNT-OUT
           MOVE WS-EXTRACT-HASH TO WS-HASH-OUT
           MOVE SPACES TO EBILLREL-REC
           STRING "*TRL* "              DELIMITED BY SIZE
                  WS-CNT-OUT            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-HASH-OUT           DELIMITED BY SIZE
                INTO EBILLREL-REC
           END-STRING
           WRITE EBILLREL-REC
           END-WRITE
           CLOSE EBILLREL
                 REVEBILL
                 BILLREVQ
           DISPLAY "telshock: " WS-EXTRACT-DOCS
                   " released e-bill(s), " WS-EXTRACT-ROWS
                   " rows, on EBILLREL.DAT" UPON CONSOLE
           END-DISPLAY
           IF WS-NO-ROWS-COUNT > ZERO
               DISPLAY "telshock: " WS-NO-ROWS-COUNT
                       " released invoice(s) with no held e-bill "
                       "rows -- left waiting" UPON CONSOLE
               END-DISPLAY
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *>  One released invoice's rows, as telbill wrote them, with
      *>  the due date on the header and any debit row moved to the
      *>  release due date and the reviewer's note after the header.
      *>  The rows come off BILLREVE.DAT as they go out.
       EXTRACT-ONE-DOCUMENT.
           MOVE ZERO TO WS-DOC-ROWS
           MOVE RVQ-INV-NO TO RVE-INV-NO
           MOVE ZERO       TO RVE-SEQ
           START REVEBILL KEY IS NOT LESS THAN RVE-KEY
               INVALID KEY
                   ADD 1 TO WS-NO-ROWS-COUNT
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ REVEBILL NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF RVE-INV-NO NOT = RVQ-INV-NO
                   EXIT PERFORM
               END-IF
               MOVE RVE-ROW TO EBILLREL-REC
               IF EBILLREL-REC (1:2) = "H "
                   MOVE RVQ-NEW-DUE-DATE TO EBILLREL-REC (30:8)
               END-IF
               IF EBILLREL-REC (1:8) = "A DEBIT "
                   MOVE RVQ-NEW-DUE-DATE TO EBILLREL-REC (9:8)
               END-IF
               WRITE EBILLREL-REC
               END-WRITE
               ADD 1 TO WS-DOC-ROWS
               IF RVE-ROW (1:2) = "H "
               AND RVQ-RELEASED-NOTE
                   MOVE SPACES TO EBILLREL-REC
                   STRING "N "              DELIMITED BY SIZE
                          RVQ-NOTE          DELIMITED BY SIZE
                        INTO EBILLREL-REC
                   END-STRING
                   WRITE EBILLREL-REC
                   END-WRITE
                   ADD 1 TO WS-DOC-ROWS
               END-IF
               DELETE REVEBILL RECORD
               END-DELETE
           END-PERFORM
           IF WS-DOC-ROWS = ZERO
               ADD 1 TO WS-NO-ROWS-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXTRACT-DOCS
           ADD WS-DOC-ROWS TO WS-EXTRACT-ROWS
           ADD RVQ-AMT-DUE TO WS-EXTRACT-HASH
           SET RVQ-EBILL-SENT TO TRUE
           MOVE WS-TODAY TO RVQ-EBILL-DATE
           REWRITE BILLREV-REC
           END-REWRITE
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telcmemo's TELCMEMO.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND SHKAUDIT
           IF SHKAUDIT-STATUS NOT = "00"
               OPEN OUTPUT SHKAUDIT
           END-IF
           MOVE SPACES TO SHKAUDIT-REC
           EVALUATE TRUE
               WHEN WS-REFUSE-REASON NOT = SPACES
                   STRING WS-NOW (1:8)        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WS-NOW (9:6)         DELIMITED BY SIZE
                          "  user="            DELIMITED BY SIZE
                          WS-USERID            DELIMITED BY SIZE
                          "  mode="            DELIMITED BY SIZE
                          WS-MODE              DELIMITED BY SPACE
                          "  inv="             DELIMITED BY SIZE
                          WS-INV-NO            DELIMITED BY SIZE
                          "  action=REFUSED-"  DELIMITED BY SIZE
                          FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                        INTO SHKAUDIT-REC
                   END-STRING
               WHEN MODE-EXTRACT
                   STRING WS-NOW (1:8)        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WS-NOW (9:6)         DELIMITED BY SIZE
                          "  user="            DELIMITED BY SIZE
                          WS-USERID            DELIMITED BY SIZE
                          "  mode=EXTRACT"     DELIMITED BY SIZE
                          "  docs="            DELIMITED BY SIZE
                          WS-EXTRACT-DOCS      DELIMITED BY SIZE
                          "  rows="            DELIMITED BY SIZE
                          WS-EXTRACT-ROWS      DELIMITED BY SIZE
                          "  action=EXTRACTED" DELIMITED BY SIZE
                        INTO SHKAUDIT-REC
                   END-STRING
               WHEN MODE-RELEASE
                   STRING WS-NOW (1:8)        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WS-NOW (9:6)         DELIMITED BY SIZE
                          "  user="            DELIMITED BY SIZE
                          WS-USERID            DELIMITED BY SIZE
                          "  mode=RELEASE"     DELIMITED BY SIZE
                          "  inv="             DELIMITED BY SIZE
                          WS-INV-NO            DELIMITED BY SIZE
                          "  acct="            DELIMITED BY SIZE
                          WS-ACCT-NO           DELIMITED BY SIZE
                          "  due="             DELIMITED BY SIZE
                          WS-DUE-NUM           DELIMITED BY SIZE
                          "  fwd="             DELIMITED BY SIZE
                          WS-FWD-REDATED       DELIMITED BY SIZE
                          "  note="            DELIMITED BY SIZE
                          WS-NOTE (1:40)       DELIMITED BY SIZE
                          "  action=RELEASED"  DELIMITED BY SIZE
                        INTO SHKAUDIT-REC
                   END-STRING
               WHEN OTHER
                   STRING WS-NOW (1:8)        DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          WS-NOW (9:6)         DELIMITED BY SIZE
                          "  user="            DELIMITED BY SIZE
                          WS-USERID            DELIMITED BY SIZE
                          "  mode=ROUTE"       DELIMITED BY SIZE
                          "  inv="             DELIMITED BY SIZE
                          WS-INV-NO            DELIMITED BY SIZE
                          "  acct="            DELIMITED BY SIZE
                          WS-ACCT-NO           DELIMITED BY SIZE
                          "  route="           DELIMITED BY SIZE
                          WS-ROUTE-ARG         DELIMITED BY SPACE
                          "  note="            DELIMITED BY SIZE
                          WS-NOTE (1:40)       DELIMITED BY SIZE
                          "  action=ROUTED"    DELIMITED BY SIZE
                        INTO SHKAUDIT-REC
                   END-STRING
           END-EVALUATE
           PERFORM SEAL-AUDIT-LINE
           WRITE SHKAUDIT-REC
           END-WRITE
           CLOSE SHKAUDIT
           .

      *>  Chains the audit line into TELSHOCK.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELSHOCK.AUD" TO SRQ-TRAIL
           MOVE SHKAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO SHKAUDIT-REC
           .
       END PROGRAM telshock.
