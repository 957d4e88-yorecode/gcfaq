      *>
      *> telrmail.cob -- returned-mail intake.  telprint proves the
      *> mail house mailed each bill, but a bill the post office
      *> hands back as undeliverable used to go in a box while we
      *> kept mailing the same bad address every month.  This run
      *> reads the mail house's returned-mail file (RETMAIL.DAT, see
      *> CBRETML.cpy) and, for each returned bill:
      *>
      *>   - finds the invoice on INVREG.DAT and through it the
      *>     account; a bill not on the register, or for an account
      *>     no longer on file, is rejected to the report;
      *>   - sets aside a return for a bill issued before the
      *>     account's address was last corrected (ACCT-ADDR-CHG-
      *>     DATE) -- it went to the old address and says nothing
      *>     about the new one;
      *>   - otherwise puts the account's mailing address on hold
      *>     (ACCT-ADDR-ON-HOLD, with the date and return reason),
      *>     so telprint EXTRACT sends it no paper and teldun no
      *>     letters until the address is corrected through
      *>     telacct;
      *>   - switches the account to e-bill only where an e-mail
      *>     address is on file (ACCT-EMAIL-ADDR);
      *>   - queues a forwarding address, when the post office gave
      *>     one, on ADDRPROP.DAT (see CBADPROP.cpy) for an
      *>     account-maintenance user to apply through telacct's
      *>     FWD action -- never applied here; and
      *>   - flips the document's PRINTSTAT.DAT row to returned.
      *>
      *> Every run then writes care's work list, ADDRHOLD.TXT: each
      *> account on address hold, since when and why, whether it
      *> is now on e-bill or getting nothing at all, and whether a
      *> forwarding address is waiting.  "telrmail LIST" writes the
      *> work list alone without reading RETMAIL.DAT.
      *>
      *> Report on TELRMAIL.TXT, one audit line per run on
      *> TELRMAIL.AUD.  Same fail-closed billing-operations
      *> authorization as telrtn: the launching id (TELCO_OPERATOR,
      *> else the login) must carry AUTH-BILLING-OPS on AUTHTB.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telrmail.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTHTB-STATUS
                .
           SELECT RETMAIL  ASSIGN TO
                "RETMAIL.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS RML-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT ADDRPROP ASSIGN TO
                "ADDRPROP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ADP-ACCT-NO
                FILE STATUS IS ADP-STATUS
                .
           SELECT PRINTSTAT ASSIGN TO
                "PRINTSTAT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PRT-INV-NO
                FILE STATUS IS PRT-STATUS
                .
           SELECT HOLDLIST ASSIGN TO
                "ADDRHOLD.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS HOLDLIST-STATUS
                .
           SELECT RMLAUDIT ASSIGN TO
                "TELRMAIL.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS RMLAUDIT-STATUS
                .
           SELECT RMLRPT   ASSIGN TO
                "TELRMAIL.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RMLRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  RETMAIL.
           COPY CBRETML.
       FD  INVREG.
           COPY CBINVREG.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  ADDRPROP.
           COPY CBADPROP.
       FD  PRINTSTAT.
           COPY CBPRTST.
       FD  HOLDLIST.
       01  HOLDLIST-REC      PIC X(132).
       FD  RMLAUDIT.
       01  RMLAUDIT-REC      PIC X(190).
       FD  RMLRPT.
       01  RMLRPT-REC        PIC X(110).

       WORKING-STORAGE SECTION.
       01  AUTHTB-STATUS     PIC XX      VALUE "00".
       01  RML-STATUS        PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  ADP-STATUS        PIC XX      VALUE "00".
       01  PRT-STATUS        PIC XX      VALUE "00".
       01  HOLDLIST-STATUS   PIC XX      VALUE "00".
       01  RMLAUDIT-STATUS   PIC XX      VALUE "00".
       01  RMLRPT-STATUS     PIC XX      VALUE "00".

       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED   VALUE "Y".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(40)   VALUE SPACES.
       01  WS-MODE           PIC X(08)   VALUE SPACES.
           88  LIST-ONLY                 VALUE "LIST".

      *>  The returned bill in flight.
       01  WS-REJECT-REASON  PIC X(30)   VALUE SPACES.
       01  WS-RETURN-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-ITEM-RESULT    PIC X(40)   VALUE SPACES.
       01  WS-EBILL-SET      PIC X       VALUE "N".
           88  EBILL-SET-NOW            VALUE "Y".
       01  WS-FWD-QUEUED     PIC X       VALUE "N".
           88  FWD-QUEUED-NOW           VALUE "Y".
       01  WS-PROP-ON-FILE   PIC X       VALUE "N".
           88  PROP-ON-FILE             VALUE "Y".

      *>  Run control totals.
       01  WS-READ-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-HOLD-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-ALREADY-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-STALE-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-REJECT-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-EBILL-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-FWD-COUNT      PIC 9(07)   VALUE ZERO.
       01  WS-LIST-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-NOPAPER-COUNT  PIC 9(07)   VALUE ZERO.

       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-DELIV-OUT      PIC X(22)   VALUE SPACES.
       01  WS-FWD-OUT        PIC X(40)   VALUE SPACES.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM CHECK-RUN-AUTHORIZATION
           IF NOT RUN-OPERATOR-AUTHORIZED
               DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                       " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                       " -- RUN REFUSED ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-MODE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-MODE) TO WS-MODE
           OPEN OUTPUT RMLRPT
           OPEN I-O ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "*** ACCTMAST.DAT not available -- no returns "
                  & "processed ***" TO RMLRPT-REC
               WRITE RMLRPT-REC
               END-WRITE
               CLOSE RMLRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-ADDRPROP-FILE
           IF NOT LIST-ONLY
               PERFORM RUN-INTAKE
           END-IF
           PERFORM WRITE-HOLD-WORK-LIST
           CLOSE ACCT-MASTER
                 ADDRPROP
           PERFORM WRITE-RUN-SUMMARY
           PERFORM WRITE-AUDIT-RECORD
           CLOSE RMLRPT
           STOP RUN
           .

      *>  Same fail-closed billing-operations check as telrtn.
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
           IF AUTHTB-STATUS = "00"
               MOVE WS-OPERATOR-ID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-BILLING-OPS
                           MOVE "Y" TO WS-OPER-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  ADDRPROP.DAT is created on first use, same pattern as
      *>  telotc's ONETIME.DAT.
       OPEN-ADDRPROP-FILE.
           OPEN I-O ADDRPROP
           IF ADP-STATUS NOT = "00"
               OPEN OUTPUT ADDRPROP
               CLOSE ADDRPROP
               OPEN I-O ADDRPROP
           END-IF
           .

      *>  The returned-mail file, one bill at a time.  A missing
      *>  file is reported and the work list still goes out.
       RUN-INTAKE.
           OPEN INPUT RETMAIL
           IF RML-STATUS NOT = "00"
               MOVE "*** RETMAIL.DAT not available -- no returns "
                  & "processed ***" TO RMLRPT-REC
               WRITE RMLRPT-REC
               END-WRITE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "*** INVREG.DAT not available -- no returns "
                  & "processed ***" TO RMLRPT-REC
               WRITE RMLRPT-REC
               END-WRITE
               CLOSE RETMAIL
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PRINTSTAT
           MOVE "==== RETURNED MAIL ====" TO RMLRPT-REC
           WRITE RMLRPT-REC
           END-WRITE
           PERFORM UNTIL 0 = 1
               READ RETMAIL
                   AT END
                       EXIT PERFORM
               END-READ
               IF RML-DETAIL
                   PERFORM PROCESS-ONE-RETURN
               END-IF
           END-PERFORM
           CLOSE RETMAIL
                 INVREG
           IF PRT-STATUS = "00"
               CLOSE PRINTSTAT
           END-IF
           .

      *>  One returned bill, start to finish.
       PROCESS-ONE-RETURN.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON WS-ITEM-RESULT
           MOVE "N" TO WS-EBILL-SET WS-FWD-QUEUED
           MOVE RML-INV-NO TO INV-NO
           READ INVREG
               INVALID KEY
                   MOVE "INVOICE NOT ON REGISTER" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               MOVE INV-ACCT-NO TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-DOCUMENT-RETURNED
           IF ACCT-ADDR-CHG-DATE NUMERIC
           AND ACCT-ADDR-CHG-DATE > INV-ISSUE-DATE
               ADD 1 TO WS-STALE-COUNT
               MOVE "mailed before addr corrected -- no hold"
                 TO WS-ITEM-RESULT
               PERFORM WRITE-RETURN-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE RML-RETURN-DATE TO WS-RETURN-DATE
           IF RML-RETURN-DATE NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD (RML-RETURN-DATE)
              NOT = ZERO
               MOVE WS-TODAY TO WS-RETURN-DATE
           END-IF
           IF ACCT-ADDR-ON-HOLD
               ADD 1 TO WS-ALREADY-COUNT
               MOVE "already on address hold" TO WS-ITEM-RESULT
           ELSE
               MOVE "H"            TO ACCT-ADDR-HOLD-IND
               MOVE WS-RETURN-DATE TO ACCT-ADDR-HOLD-DATE
               MOVE RML-REASON     TO ACCT-ADDR-HOLD-RSN
               ADD 1 TO WS-HOLD-COUNT
               MOVE "address placed on hold" TO WS-ITEM-RESULT
           END-IF
           IF ACCT-EMAIL-ADDR NOT = SPACES
           AND NOT ACCT-DELIV-EBILL
               MOVE "E" TO ACCT-DELIVERY-PREF
               SET EBILL-SET-NOW TO TRUE
               ADD 1 TO WS-EBILL-COUNT
           END-IF
           REWRITE ACCT-MASTER-REC
           END-REWRITE
           IF RML-FWD-LINE1 NOT = SPACES
               PERFORM QUEUE-FORWARD-ADDRESS
           END-IF
           PERFORM WRITE-RETURN-LINE
           .

      *>  The status row the mail house's confirmation left at "C"
      *>  now says the piece came back.
       MARK-DOCUMENT-RETURNED.
           IF PRT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE RML-INV-NO TO PRT-INV-NO
           READ PRINTSTAT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "R" TO PRT-STATUS-IND
                   REWRITE PRINT-STAT-REC
                   END-REWRITE
           END-READ
           .

      *>  One proposal per account; a newer forwarding address
      *>  replaces whatever is on file for it.
       QUEUE-FORWARD-ADDRESS.
           IF ADP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROP-ON-FILE
           MOVE ACCT-NO TO ADP-ACCT-NO
           READ ADDRPROP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROP-ON-FILE TO TRUE
           END-READ
           MOVE ACCT-NO         TO ADP-ACCT-NO
           MOVE RML-INV-NO      TO ADP-INV-NO
           MOVE RML-REASON      TO ADP-REASON
           MOVE RML-FWD-LINE1   TO ADP-ADDR-LINE1
           MOVE RML-FWD-LINE2   TO ADP-ADDR-LINE2
           MOVE RML-FWD-CITY    TO ADP-ADDR-CITY
           MOVE RML-FWD-STATE   TO ADP-ADDR-STATE
           MOVE RML-FWD-ZIP     TO ADP-ADDR-ZIP
           MOVE WS-TODAY        TO ADP-RECV-DATE
           MOVE "P"             TO ADP-STATUS-IND
           MOVE SPACES          TO ADP-ACTION-BY
           MOVE ZERO            TO ADP-ACTION-DATE
           IF PROP-ON-FILE
               REWRITE ADDR-PROP-REC
               END-REWRITE
           ELSE
               WRITE ADDR-PROP-REC
               END-WRITE
           END-IF
           SET FWD-QUEUED-NOW TO TRUE
           ADD 1 TO WS-FWD-COUNT
           .

       WRITE-RETURN-LINE.
           MOVE SPACES TO RMLRPT-REC
           STRING "  invoice "             DELIMITED BY SIZE
                  RML-INV-NO               DELIMITED BY SIZE
                  " acct "                 DELIMITED BY SIZE
                  ACCT-NO                  DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  RML-REASON               DELIMITED BY SIZE
                  " -- "                   DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ITEM-RESULT)
                                           DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           IF EBILL-SET-NOW
               MOVE SPACES TO RMLRPT-REC
               STRING "      switched to e-bill at "
                                           DELIMITED BY SIZE
                      FUNCTION TRIM (ACCT-EMAIL-ADDR)
                                           DELIMITED BY SIZE
                    INTO RMLRPT-REC
               END-STRING
               WRITE RMLRPT-REC
               END-WRITE
           END-IF
           IF FWD-QUEUED-NOW
               MOVE SPACES TO RMLRPT-REC
               STRING "      forwarding address queued for telacct "
                                           DELIMITED BY SIZE
                      "FWD: "              DELIMITED BY SIZE
                      FUNCTION TRIM (RML-FWD-LINE1)
                                           DELIMITED BY SIZE
                      ", "                 DELIMITED BY SIZE
                      FUNCTION TRIM (RML-FWD-CITY)
                                           DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      RML-FWD-STATE        DELIMITED BY SIZE
                    INTO RMLRPT-REC
               END-STRING
               WRITE RMLRPT-REC
               END-WRITE
           END-IF
           .

       WRITE-REJECT-LINE.
           MOVE SPACES TO RMLRPT-REC
           STRING "  invoice "             DELIMITED BY SIZE
                  RML-INV-NO               DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  RML-REASON               DELIMITED BY SIZE
                  "  *** REJECTED: "       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REJECT-REASON)
                                           DELIMITED BY SIZE
                  " ***"                   DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           .

      *>  Care's work list: every account on address hold, in
      *>  account order, off a full pass of the master.
       WRITE-HOLD-WORK-LIST.
           OPEN OUTPUT HOLDLIST
           MOVE SPACES TO HOLDLIST-REC
           STRING "ACCOUNTS ON ADDRESS HOLD -- " DELIMITED BY SIZE
                  WS-TODAY                       DELIMITED BY SIZE
                INTO HOLDLIST-REC
           END-STRING
           WRITE HOLDLIST-REC
           END-WRITE
           MOVE "ACCOUNT    NAME                           HELD     "
              & "RSN  DELIVERY               FORWARDING ADDRESS"
             TO HOLDLIST-REC
           WRITE HOLDLIST-REC
           END-WRITE
           MOVE ZERO TO ACCT-NO
           START ACCT-MASTER KEY IS GREATER THAN OR EQUAL ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ ACCT-MASTER NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF ACCT-ADDR-ON-HOLD
                           PERFORM WRITE-HOLD-LIST-LINE
                       END-IF
                   END-PERFORM
           END-START
           MOVE WS-LIST-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO HOLDLIST-REC
           STRING "Accounts on address hold: " DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                INTO HOLDLIST-REC
           END-STRING
           WRITE HOLDLIST-REC
           END-WRITE
           CLOSE HOLDLIST
           .

       WRITE-HOLD-LIST-LINE.
           ADD 1 TO WS-LIST-COUNT
           IF ACCT-DELIV-EBILL
               MOVE "E-BILL ONLY" TO WS-DELIV-OUT
           ELSE
               MOVE "NONE -- NO E-MAIL" TO WS-DELIV-OUT
               ADD 1 TO WS-NOPAPER-COUNT
           END-IF
           MOVE SPACES TO WS-FWD-OUT
           IF ADP-STATUS = "00"
               MOVE ACCT-NO TO ADP-ACCT-NO
               READ ADDRPROP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADP-PENDING
                           STRING "PENDING: "      DELIMITED BY SIZE
                                  FUNCTION TRIM (ADP-ADDR-LINE1)
                                                   DELIMITED BY SIZE
                                  ", "             DELIMITED BY SIZE
                                  FUNCTION TRIM (ADP-ADDR-CITY)
                                                   DELIMITED BY SIZE
                                INTO WS-FWD-OUT
                           END-STRING
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO HOLDLIST-REC
           STRING ACCT-NO                 DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ACCT-NAME               DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ACCT-ADDR-HOLD-DATE     DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ACCT-ADDR-HOLD-RSN      DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-DELIV-OUT            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-FWD-OUT              DELIMITED BY SIZE
                INTO HOLDLIST-REC
           END-STRING
           WRITE HOLDLIST-REC
           END-WRITE
           .

      *>  Control totals.  Any reject sets RC 8 so the piece is
      *>  looked at before the day is signed off.
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO RMLRPT-REC
           WRITE RMLRPT-REC
           END-WRITE
           MOVE WS-READ-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RMLRPT-REC
           STRING "Returned bills read: "   DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           MOVE WS-HOLD-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RMLRPT-REC
           STRING "Addresses placed on hold: " DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           MOVE WS-ALREADY-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RMLRPT-REC
           STRING "Returns for accounts already on hold: "
                                               DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           MOVE WS-STALE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RMLRPT-REC
           STRING "Returns mailed before the address was "
                                               DELIMITED BY SIZE
                  "corrected: "                DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           MOVE WS-EBILL-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RMLRPT-REC
           STRING "Accounts switched to e-bill: " DELIMITED BY SIZE
                  WS-COUNT-OUT                    DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           MOVE WS-FWD-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RMLRPT-REC
           STRING "Forwarding addresses queued for telacct: "
                                               DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           MOVE WS-LIST-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RMLRPT-REC
           STRING "Accounts on address hold (ADDRHOLD.TXT): "
                                               DELIMITED BY SIZE
                  WS-COUNT-OUT                 DELIMITED BY SIZE
                INTO RMLRPT-REC
           END-STRING
           WRITE RMLRPT-REC
           END-WRITE
           IF WS-NOPAPER-COUNT > ZERO
               MOVE WS-NOPAPER-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO RMLRPT-REC
               STRING "*** Held accounts with no e-mail on file -- "
                                               DELIMITED BY SIZE
                      "no bill reaching them: " DELIMITED BY SIZE
                      WS-COUNT-OUT             DELIMITED BY SIZE
                      " ***"                   DELIMITED BY SIZE
                    INTO RMLRPT-REC
               END-STRING
               WRITE RMLRPT-REC
               END-WRITE
           END-IF
           IF WS-REJECT-COUNT > ZERO
               MOVE WS-REJECT-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO RMLRPT-REC
               STRING "*** Returns rejected: "  DELIMITED BY SIZE
                      WS-COUNT-OUT              DELIMITED BY SIZE
                      " -- work them before sign-off ***"
                                                DELIMITED BY SIZE
                    INTO RMLRPT-REC
               END-STRING
               WRITE RMLRPT-REC
               END-WRITE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telrtn's TELRTN.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND RMLAUDIT
           IF RMLAUDIT-STATUS NOT = "00"
               OPEN OUTPUT RMLAUDIT
           END-IF
           MOVE SPACES TO RMLAUDIT-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  user="              DELIMITED BY SIZE
                  WS-OPERATOR-ID         DELIMITED BY SIZE
                  "  returns="           DELIMITED BY SIZE
                  WS-READ-COUNT          DELIMITED BY SIZE
                  "  held="              DELIMITED BY SIZE
                  WS-HOLD-COUNT          DELIMITED BY SIZE
                  "  ebill="             DELIMITED BY SIZE
                  WS-EBILL-COUNT         DELIMITED BY SIZE
                  "  fwd="               DELIMITED BY SIZE
                  WS-FWD-COUNT           DELIMITED BY SIZE
                  "  rejected="          DELIMITED BY SIZE
                  WS-REJECT-COUNT        DELIMITED BY SIZE
                  "  onhold="            DELIMITED BY SIZE
                  WS-LIST-COUNT          DELIMITED BY SIZE
                INTO RMLAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE RMLAUDIT-REC
           END-WRITE
           CLOSE RMLAUDIT
           .

      *>  Chains the audit line into TELRMAIL.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELRMAIL.AUD" TO SRQ-TRAIL
           MOVE RMLAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO RMLAUDIT-REC
           .
       END PROGRAM telrmail.
