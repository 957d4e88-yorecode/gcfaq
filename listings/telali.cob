      *>
      *> telali.cob -- per-number service locations and the E911
      *> ALI database feed.  ACCTMAST.DAT holds one billing address
      *> per account, but a multi-site business has lines in
      *> several buildings and a 911 call has to be answered with
      *> the building the phone is in.  SVCLOC.DAT (see
      *> CBSVCLOC.cpy) carries that location per NUMINV.DAT
      *> number.
      *>
      *> Maintenance, AUTHTB-checked (account/data maintenance,
      *> fail closed) with an append-only TELALI.AUD line per
      *> action, same as telmsg:
      *>   telali USERID CHG NUMBER FIELD VALUE...
      *>     FIELD is STREET, FLOOR, COMM, STATE or ZIP; the value
      *>     is everything after it.  A changed location is
      *>     unvalidated until VALID says otherwise.
      *>   telali USERID VALID NUMBER
      *>     the address has been checked against the street
      *>     guide.
      *>   telali USERID SEED NUMBER
      *>     re-copies the owning account's address.
      *>
      *> Nightly, a billing-operations batch checked fail closed
      *> like telaccrue:
      *>   telali FEED
      *>     walks NUMINV.DAT, so every way a number changes hands
      *>     -- telref's keyed assignments, telport's port-ins and
      *>     port-outs, telref/telnum quarantine -- reaches the ALI
      *>     database without any of them having to know about it.
      *>     A live (assigned) number with no location is seeded
      *>     from its account's address there and then, and a
      *>     number that has moved to another account is re-seeded
      *>     from the new one.  ALIFEED.DAT gets an "I" row for a
      *>     live number the database does not hold, a "C" row for
      *>     one whose location changed since it was sent, a "D"
      *>     row for one the database holds that is no longer live
      *>     (spare, quarantined, ported out), and a "T" control
      *>     trailer with the counts and the row total.
      *>   telali ERRORS
      *>     takes the provider's error returns (ALIERR.DAT) back
      *>     onto SVCLOC.DAT: a rejected insert or change is held
      *>     with the provider's error code until the location is
      *>     corrected, a rejected delete is retried the next
      *>     night.
      *>
      *> The FEED report (TELALI.TXT) lists every live number the
      *> ALI database does not hold a location for, and every one
      *> still on an unvalidated seeded address; the run ends RC 4
      *> while any live number is without a location, so it is
      *> worked the next morning instead of found on a 911 call.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telali.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SVCLOC   ASSIGN TO
                "SVCLOC.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS SVL-TELEPHONE
                FILE STATUS IS SVCLOC-STATUS
                .
           SELECT NUMINV   ASSIGN TO
                "NUMINV.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS NUM-TELEPHONE
                FILE STATUS IS NUMINV-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT ALIFEED  ASSIGN TO
                "ALIFEED.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS ALIFEED-STATUS
                .
           SELECT ALIERR   ASSIGN TO
                "ALIERR.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS ALIERR-STATUS
                .
           SELECT ALIAUDIT ASSIGN TO
                "TELALI.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS ALIAUDIT-STATUS
                .
           SELECT ALIRPT   ASSIGN TO
                "TELALI.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS ALIRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  SVCLOC.
           COPY CBSVCLOC.
       FD  NUMINV.
           COPY CBNUMINV.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTHTB.
           COPY CBAUTH.
      *>  One row per number sent, then the control trailer.
       FD  ALIFEED.
       01  ALIFEED-REC.
           05  ALF-FUNCTION      PIC X(01).
           05  ALF-TELEPHONE     PIC X(15).
           05  ALF-NAME          PIC X(30).
           05  ALF-STREET        PIC X(30).
           05  ALF-FLOOR-SUITE   PIC X(20).
           05  ALF-COMMUNITY     PIC X(20).
           05  ALF-STATE         PIC X(02).
           05  ALF-ZIP           PIC X(10).
           05  ALF-VALIDATED     PIC X(01).
           05  ALF-EFF-DATE      PIC 9(08).
       01  ALIFEED-TRAILER.
           05  ALT-FUNCTION      PIC X(01).
           05  ALT-RUN-DATE      PIC 9(08).
           05  ALT-INSERTS       PIC 9(07).
           05  ALT-CHANGES       PIC 9(07).
           05  ALT-DELETES       PIC 9(07).
           05  ALT-ROWS          PIC 9(07).
      *>  The provider's error return: the function and number it
      *>  rejected, its error code and text.
       FD  ALIERR.
       01  ALIERR-REC.
           05  ALE-FUNCTION      PIC X(01).
           05  ALE-TELEPHONE     PIC X(15).
           05  ALE-ERR-CODE      PIC X(04).
           05  ALE-ERR-TEXT      PIC X(40).
       FD  ALIAUDIT.
       01  ALIAUDIT-REC      PIC X(230).
       FD  ALIRPT.
       01  ALIRPT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  SVCLOC-STATUS     PIC XX      VALUE "00".
       01  NUMINV-STATUS     PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  ALIFEED-STATUS    PIC XX      VALUE "00".
       01  ALIERR-STATUS     PIC XX      VALUE "00".
       01  ALIAUDIT-STATUS   PIC XX      VALUE "00".
       01  ALIRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(200)  VALUE SPACES.
       01  WS-PTR            PIC 9(03)   COMP-5 VALUE 1.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-NUMBER-ARG     PIC X(15)   VALUE SPACES.
       01  WS-FIELD-ARG      PIC X(08)   VALUE SPACES.
       01  WS-VALUE-ARG      PIC X(30)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-OPERATOR-ID     PIC X(08)  VALUE SPACES.
       01  WS-OPER-AUTHORIZED PIC X      VALUE "N".
           88  RUN-OPERATOR-AUTHORIZED  VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.
       01  WS-LOC-ON-FILE    PIC X       VALUE "N".
           88  LOC-ON-FILE              VALUE "Y".
       01  WS-ACCT-FOUND     PIC X       VALUE "N".
           88  ACCT-FOUND               VALUE "Y".
       01  WS-NUMBER-LIVE    PIC X       VALUE "N".
           88  NUMBER-LIVE              VALUE "Y".

       01  WS-FEED-FUNCTION  PIC X(01)   VALUE SPACE.
       01  WS-INSERT-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-CHANGE-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-DELETE-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-SEED-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-LIVE-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-NOLOC-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-UNVAL-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-ERR-READ       PIC 9(07)   VALUE ZERO.
       01  WS-ERR-APPLIED    PIC 9(07)   VALUE ZERO.
       01  WS-ERR-UNMATCHED  PIC 9(07)   VALUE ZERO.
       01  WS-EXC-REASON     PIC X(30)   VALUE SPACES.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               OPEN OUTPUT ALIRPT
               MOVE "*** usage: telali FEED | ERRORS | USERID CHG "
                  & "NUMBER STREET|FLOOR|COMM|STATE|ZIP VALUE | "
                  & "USERID VALID|SEED NUMBER ***"
                 TO ALIRPT-REC
               WRITE ALIRPT-REC
               END-WRITE
               CLOSE ALIRPT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ACTION = "FEED" OR WS-ACTION = "ERRORS"
               PERFORM CHECK-RUN-AUTHORIZATION
               IF NOT RUN-OPERATOR-AUTHORIZED
                   DISPLAY "*** OPERATOR " WS-OPERATOR-ID
                           " IS NOT AUTHORIZED FOR BILLING OPERATIONS"
                           " -- RUN REFUSED ***" UPON CONSOLE
                   END-DISPLAY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ALIRPT
           EVALUATE WS-ACTION
               WHEN "FEED"
                   PERFORM RUN-ALI-FEED
               WHEN "ERRORS"
                   PERFORM RUN-ERROR-INTAKE
               WHEN OTHER
                   PERFORM RUN-LOCATION-MAINTENANCE
           END-EVALUATE
           CLOSE ALIRPT
           STOP RUN
           .

      *>  FEED and ERRORS stand alone; anything else is USERID
      *>  ACTION NUMBER, and a CHG carries the field and, after
      *>  it, the value, spaces and all.
       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           MOVE 1 TO WS-PTR
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
               WITH POINTER WS-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-USERID) TO WS-ACTION
           IF WS-ACTION = "FEED" OR WS-ACTION = "ERRORS"
               MOVE SPACES TO WS-USERID
               MOVE "Y" TO WS-ARGS-VALID
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-ACTION
                    WS-NUMBER-ARG
               WITH POINTER WS-PTR
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE (WS-ACTION) TO WS-ACTION
           IF WS-ACTION = "CHG"
               UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
                   INTO WS-FIELD-ARG
                   WITH POINTER WS-PTR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE (WS-FIELD-ARG)
                 TO WS-FIELD-ARG
               IF WS-PTR <= LENGTH OF WS-CMDLINE
                   MOVE WS-CMDLINE (WS-PTR:) TO WS-VALUE-ARG
               END-IF
           END-IF
           EVALUATE WS-ACTION
               WHEN "CHG"
                   IF WS-USERID NOT = SPACES
                   AND WS-NUMBER-ARG NOT = SPACES
                   AND (WS-FIELD-ARG = "STREET" OR "FLOOR" OR "COMM"
                        OR "STATE" OR "ZIP")
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "VALID"
               WHEN "SEED"
                   IF WS-USERID NOT = SPACES
                   AND WS-NUMBER-ARG NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
           END-EVALUATE
           .

      *>  Same fail-closed AUTHTB check as telmsg.
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

      *>  SVCLOC.DAT is created on first use, same pattern as
      *>  BILLMSG in telmsg.
       OPEN-LOCATION-FILE.
           OPEN I-O SVCLOC
           IF SVCLOC-STATUS NOT = "00"
               OPEN OUTPUT SVCLOC
               CLOSE SVCLOC
               OPEN I-O SVCLOC
           END-IF
           .

      *>----------------------------------------------------------
      *>  Maintenance
      *>----------------------------------------------------------
       RUN-LOCATION-MAINTENANCE.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM CHECK-AUTHORIZATION
           IF NOT USER-AUTHORIZED
               MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
               PERFORM WRITE-REFUSAL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NUMINV
           OPEN INPUT ACCT-MASTER
           PERFORM OPEN-LOCATION-FILE
           MOVE WS-NUMBER-ARG TO NUM-TELEPHONE
           READ NUMINV
               INVALID KEY
                   MOVE "NUMBER NOT IN INVENTORY" TO WS-REFUSE-REASON
           END-READ
           IF WS-REFUSE-REASON = SPACES
               MOVE "N" TO WS-LOC-ON-FILE
               MOVE WS-NUMBER-ARG TO SVL-TELEPHONE
               READ SVCLOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LOC-ON-FILE TO TRUE
               END-READ
               EVALUATE WS-ACTION
                   WHEN "CHG"
                       PERFORM CHANGE-LOCATION-FIELD
                   WHEN "VALID"
                       PERFORM VALIDATE-LOCATION
                   WHEN "SEED"
                       PERFORM RESEED-LOCATION
               END-EVALUATE
           END-IF
           CLOSE SVCLOC
                 ACCT-MASTER
                 NUMINV
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM WRITE-REFUSAL
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           .

      *>  A change to a number with no location yet starts from the
      *>  account's address, so the fields not being changed are
      *>  never left blank.
       CHANGE-LOCATION-FIELD.
           IF NOT LOC-ON-FILE
               PERFORM SEED-FROM-ACCOUNT
               IF WS-REFUSE-REASON NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE WS-FIELD-ARG
               WHEN "STREET"
                   MOVE WS-VALUE-ARG TO SVL-STREET
               WHEN "FLOOR"
                   MOVE WS-VALUE-ARG TO SVL-FLOOR-SUITE
               WHEN "COMM"
                   MOVE WS-VALUE-ARG TO SVL-COMMUNITY
               WHEN "STATE"
                   MOVE WS-VALUE-ARG TO SVL-STATE
               WHEN "ZIP"
                   MOVE WS-VALUE-ARG TO SVL-ZIP
           END-EVALUATE
           MOVE "N" TO SVL-VALIDATED
           MOVE "M" TO SVL-SOURCE
           PERFORM MARK-LOCATION-MAINTAINED
           MOVE SPACES TO ALIRPT-REC
           STRING "Service location changed: "  DELIMITED BY SIZE
                  WS-NUMBER-ARG                 DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WS-FIELD-ARG                  DELIMITED BY SPACE
                  "="                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-VALUE-ARG)  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           .

       VALIDATE-LOCATION.
           IF NOT LOC-ON-FILE
               MOVE "NO LOCATION ON FILE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SVL-VALIDATED
           PERFORM MARK-LOCATION-MAINTAINED
           MOVE SPACES TO ALIRPT-REC
           STRING "Service location validated: " DELIMITED BY SIZE
                  WS-NUMBER-ARG                  DELIMITED BY SPACE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           .

       RESEED-LOCATION.
           PERFORM SEED-FROM-ACCOUNT
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM MARK-LOCATION-MAINTAINED
           MOVE SPACES TO ALIRPT-REC
           STRING "Service location re-seeded: " DELIMITED BY SIZE
                  WS-NUMBER-ARG                  DELIMITED BY SPACE
                  " from account "               DELIMITED BY SIZE
                  NUM-OWNER-ACCT                 DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           .

      *>  Whatever was maintained goes out on the next feed, and a
      *>  provider error held against the old location is cleared.
       MARK-LOCATION-MAINTAINED.
           MOVE "Y"          TO SVL-ALI-PENDING
           MOVE SPACES       TO SVL-ALI-ERR-CODE
           MOVE ZERO         TO SVL-ALI-ERR-DATE
           MOVE WS-USERID    TO SVL-SET-BY
           MOVE WS-TODAY     TO SVL-SET-DATE
           IF LOC-ON-FILE
               REWRITE SVC-LOCATION-REC
           ELSE
               WRITE SVC-LOCATION-REC
               END-WRITE
               SET LOC-ON-FILE TO TRUE
           END-IF
           .

      *>  Copies the owning account's address into the location
      *>  row in hand (NUMINV-REC already read); the ALI state of
      *>  an existing row is kept -- the database still holds
      *>  whatever was last sent.
       SEED-FROM-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND
           IF NUM-OWNER-ACCT NOT = ZERO
               MOVE NUM-OWNER-ACCT TO ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCT-FOUND TO TRUE
               END-READ
           END-IF
           IF NOT ACCT-FOUND
               MOVE "NO ACCOUNT ADDRESS TO SEED FROM"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT LOC-ON-FILE
               MOVE SPACES         TO SVC-LOCATION-REC
               MOVE NUM-TELEPHONE  TO SVL-TELEPHONE
               MOVE ZERO           TO SVL-ALI-SENT-DATE
                                      SVL-ALI-ERR-DATE
           END-IF
           MOVE NUM-OWNER-ACCT  TO SVL-OWNER-ACCT
           MOVE ACCT-ADDR-LINE1 TO SVL-STREET
           MOVE ACCT-ADDR-LINE2 TO SVL-FLOOR-SUITE
           MOVE ACCT-ADDR-CITY  TO SVL-COMMUNITY
           MOVE ACCT-ADDR-STATE TO SVL-STATE
           MOVE ACCT-ADDR-ZIP   TO SVL-ZIP
           MOVE "N"             TO SVL-VALIDATED
           MOVE "S"             TO SVL-SOURCE
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telmsg's TELMSG.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND ALIAUDIT
           IF ALIAUDIT-STATUS NOT = "00"
               OPEN OUTPUT ALIAUDIT
           END-IF
           MOVE SPACES TO ALIAUDIT-REC
           IF WS-REFUSE-REASON = SPACES
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION              DELIMITED BY SIZE
                      "  number="            DELIMITED BY SIZE
                      WS-NUMBER-ARG          DELIMITED BY SIZE
                      "  field="             DELIMITED BY SIZE
                      WS-FIELD-ARG           DELIMITED BY SIZE
                      "  value="             DELIMITED BY SIZE
                      FUNCTION TRIM (WS-VALUE-ARG)
                                              DELIMITED BY SIZE
                      "  action=DONE"        DELIMITED BY SIZE
                    INTO ALIAUDIT-REC
               END-STRING
           ELSE
               STRING WS-NOW (1:8)          DELIMITED BY SIZE
                      " "                    DELIMITED BY SIZE
                      WS-NOW (9:6)           DELIMITED BY SIZE
                      "  user="              DELIMITED BY SIZE
                      WS-USERID              DELIMITED BY SIZE
                      "  action="            DELIMITED BY SIZE
                      WS-ACTION              DELIMITED BY SIZE
                      "  number="            DELIMITED BY SIZE
                      WS-NUMBER-ARG          DELIMITED BY SIZE
                      "  action=REFUSED-"    DELIMITED BY SIZE
                      FUNCTION TRIM (WS-REFUSE-REASON)
                                              DELIMITED BY SIZE
                    INTO ALIAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE ALIAUDIT-REC
           END-WRITE
           CLOSE ALIAUDIT
           .

       WRITE-REFUSAL.
           MOVE SPACES TO ALIRPT-REC
           STRING "*** "                       DELIMITED BY SIZE
                  WS-ACTION                    DELIMITED BY SIZE
                  " refused: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                  " ***"                       DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           .

      *>----------------------------------------------------------
      *>  Nightly ALI update feed
      *>----------------------------------------------------------
       RUN-ALI-FEED.
           OPEN INPUT NUMINV
           IF NUMINV-STATUS NOT = "00"
               MOVE "*** NUMINV.DAT not available ***" TO ALIRPT-REC
               WRITE ALIRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCT-MASTER
           PERFORM OPEN-LOCATION-FILE
           OPEN OUTPUT ALIFEED
           MOVE "TELALI -- E911 ALI update feed" TO ALIRPT-REC
           WRITE ALIRPT-REC
           END-WRITE
           MOVE "  Live numbers without a 911 location, and seeded "
              & "locations not yet validated:" TO ALIRPT-REC
           WRITE ALIRPT-REC
           END-WRITE
           MOVE SPACES TO NUM-TELEPHONE
           START NUMINV KEY IS GREATER THAN NUM-TELEPHONE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ NUMINV NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM FEED-ONE-NUMBER
                   END-PERFORM
           END-START
           MOVE SPACES           TO ALIFEED-TRAILER
           MOVE "T"              TO ALT-FUNCTION
           MOVE WS-TODAY         TO ALT-RUN-DATE
           MOVE WS-INSERT-COUNT  TO ALT-INSERTS
           MOVE WS-CHANGE-COUNT  TO ALT-CHANGES
           MOVE WS-DELETE-COUNT  TO ALT-DELETES
           COMPUTE ALT-ROWS = WS-INSERT-COUNT + WS-CHANGE-COUNT
                            + WS-DELETE-COUNT
           END-COMPUTE
           WRITE ALIFEED-TRAILER
           END-WRITE
           CLOSE ALIFEED
                 SVCLOC
                 ACCT-MASTER
                 NUMINV
           PERFORM WRITE-FEED-SUMMARY
           IF WS-NOLOC-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *>  Live is assigned to an account; spare, quarantined and
      *>  ported-out numbers must not answer 911 with a location.
       FEED-ONE-NUMBER.
           MOVE "N" TO WS-NUMBER-LIVE
           IF NUM-ASSIGNED AND NUM-OWNER-ACCT NOT = ZERO
               SET NUMBER-LIVE TO TRUE
               ADD 1 TO WS-LIVE-COUNT
           END-IF
           MOVE "N" TO WS-LOC-ON-FILE
           MOVE NUM-TELEPHONE TO SVL-TELEPHONE
           READ SVCLOC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOC-ON-FILE TO TRUE
           END-READ
           IF NOT NUMBER-LIVE
               IF LOC-ON-FILE AND SVL-ALI-LIVE
                   MOVE "D" TO WS-FEED-FUNCTION
                   PERFORM WRITE-FEED-ROW
                   MOVE "D" TO SVL-ALI-STATE
                   MOVE "N" TO SVL-ALI-PENDING
                   MOVE WS-TODAY TO SVL-ALI-SENT-DATE
                   REWRITE SVC-LOCATION-REC
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT LOC-ON-FILE
           OR SVL-OWNER-ACCT NOT = NUM-OWNER-ACCT
               PERFORM SEED-LIVE-NUMBER
               IF NOT LOC-ON-FILE
                   MOVE "NO ACCOUNT ADDRESS" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-NOLOC-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACE TO WS-FEED-FUNCTION
           EVALUATE TRUE
               WHEN SVL-ALI-DELETED
                   MOVE "I" TO WS-FEED-FUNCTION
               WHEN SVL-ALI-NOT-SENT AND SVL-ALI-TO-SEND
                   MOVE "I" TO WS-FEED-FUNCTION
               WHEN SVL-ALI-LIVE AND SVL-ALI-TO-SEND
                   MOVE "C" TO WS-FEED-FUNCTION
           END-EVALUATE
           IF WS-FEED-FUNCTION NOT = SPACE
               PERFORM WRITE-FEED-ROW
               MOVE "L" TO SVL-ALI-STATE
               MOVE "N" TO SVL-ALI-PENDING
               MOVE WS-TODAY TO SVL-ALI-SENT-DATE
               REWRITE SVC-LOCATION-REC
               IF WS-FEED-FUNCTION = "I"
                   ADD 1 TO WS-INSERT-COUNT
               ELSE
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF
           IF NOT SVL-ALI-LIVE
               MOVE SPACES TO WS-EXC-REASON
               STRING "ALI ERROR "          DELIMITED BY SIZE
                      SVL-ALI-ERR-CODE      DELIMITED BY SIZE
                      " -- NOT IN ALI"      DELIMITED BY SIZE
                    INTO WS-EXC-REASON
               END-STRING
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-NOLOC-COUNT
           ELSE
               IF NOT SVL-IS-VALIDATED
                   MOVE "UNVALIDATED" TO WS-EXC-REASON
                   IF SVL-SEEDED
                       MOVE "SEEDED, UNVALIDATED" TO WS-EXC-REASON
                   END-IF
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-UNVAL-COUNT
               END-IF
           END-IF
           .

      *>  A number with no location, or one that has moved to
      *>  another account, takes the owning account's address --
      *>  a billing address is a better 911 answer than none, and
      *>  the exception list says it is unvalidated.
       SEED-LIVE-NUMBER.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM SEED-FROM-ACCOUNT
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"          TO SVL-ALI-PENDING
           MOVE SPACES       TO SVL-ALI-ERR-CODE
           MOVE ZERO         TO SVL-ALI-ERR-DATE
           MOVE "TELALI"     TO SVL-SET-BY
           MOVE WS-TODAY     TO SVL-SET-DATE
           IF LOC-ON-FILE
               REWRITE SVC-LOCATION-REC
           ELSE
               WRITE SVC-LOCATION-REC
               END-WRITE
               SET LOC-ON-FILE TO TRUE
           END-IF
           ADD 1 TO WS-SEED-COUNT
           .

      *>  The subscriber name goes with the location; a delete
      *>  carries the number alone.
       WRITE-FEED-ROW.
           MOVE SPACES            TO ALIFEED-REC
           MOVE WS-FEED-FUNCTION  TO ALF-FUNCTION
           MOVE SVL-TELEPHONE     TO ALF-TELEPHONE
           MOVE WS-TODAY          TO ALF-EFF-DATE
           IF WS-FEED-FUNCTION NOT = "D"
               MOVE SVL-OWNER-ACCT TO ACCT-NO
               READ ACCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-NAME TO ALF-NAME
               END-READ
               MOVE SVL-STREET       TO ALF-STREET
               MOVE SVL-FLOOR-SUITE  TO ALF-FLOOR-SUITE
               MOVE SVL-COMMUNITY    TO ALF-COMMUNITY
               MOVE SVL-STATE        TO ALF-STATE
               MOVE SVL-ZIP          TO ALF-ZIP
               MOVE SVL-VALIDATED    TO ALF-VALIDATED
           END-IF
           WRITE ALIFEED-REC
           END-WRITE
           .

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO ALIRPT-REC
           STRING "  "                   DELIMITED BY SIZE
                  NUM-TELEPHONE          DELIMITED BY SIZE
                  " acct "               DELIMITED BY SIZE
                  NUM-OWNER-ACCT         DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-EXC-REASON          DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           .

       WRITE-FEED-SUMMARY.
           MOVE SPACES TO ALIRPT-REC
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-LIVE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "Live numbers: "              DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-SEED-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "Locations seeded from account address: "
                                                DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-INSERT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "ALI inserts sent: "          DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-CHANGE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "ALI changes sent: "          DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-DELETE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "ALI deletes sent: "          DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-NOLOC-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "Live numbers without a 911 location: "
                                                DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-UNVAL-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "Live numbers on unvalidated locations: "
                                                DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           .

      *>----------------------------------------------------------
      *>  Provider error returns
      *>----------------------------------------------------------
      *>  A rejected insert leaves the number out of the database
      *>  and a rejected change leaves the old location there --
      *>  either way it is held, error code on file, until the
      *>  location is maintained.  A rejected delete means the
      *>  database still holds the number, so it goes back to live
      *>  and the next feed sends the delete again.
       RUN-ERROR-INTAKE.
           OPEN INPUT ALIERR
           IF ALIERR-STATUS NOT = "00"
               MOVE "No ALI error returns (ALIERR.DAT) to apply."
                 TO ALIRPT-REC
               WRITE ALIRPT-REC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-LOCATION-FILE
           MOVE "TELALI -- E911 ALI error returns" TO ALIRPT-REC
           WRITE ALIRPT-REC
           END-WRITE
           PERFORM UNTIL 0 = 1
               READ ALIERR
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-ERR-READ
               PERFORM APPLY-ONE-ERROR
           END-PERFORM
           CLOSE ALIERR
                 SVCLOC
           MOVE WS-ERR-READ TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "Error returns read: "        DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-ERR-APPLIED TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "Applied to service locations: "
                                                DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           MOVE WS-ERR-UNMATCHED TO WS-COUNT-OUT
           MOVE SPACES TO ALIRPT-REC
           STRING "Unmatched (no location on file): "
                                                DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           IF WS-ERR-APPLIED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       APPLY-ONE-ERROR.
           MOVE ALE-TELEPHONE TO SVL-TELEPHONE
           READ SVCLOC
               INVALID KEY
                   ADD 1 TO WS-ERR-UNMATCHED
                   MOVE "UNMATCHED" TO WS-EXC-REASON
               NOT INVALID KEY
                   EVALUATE ALE-FUNCTION
                       WHEN "I"
                           MOVE SPACE TO SVL-ALI-STATE
                           MOVE "N"   TO SVL-ALI-PENDING
                       WHEN "C"
                           MOVE "L"   TO SVL-ALI-STATE
                           MOVE "N"   TO SVL-ALI-PENDING
                       WHEN OTHER
                           MOVE "L"   TO SVL-ALI-STATE
                   END-EVALUATE
                   MOVE ALE-ERR-CODE TO SVL-ALI-ERR-CODE
                   MOVE WS-TODAY     TO SVL-ALI-ERR-DATE
                   REWRITE SVC-LOCATION-REC
                   ADD 1 TO WS-ERR-APPLIED
                   MOVE "HELD" TO WS-EXC-REASON
           END-READ
           MOVE SPACES TO ALIRPT-REC
           STRING "  "                   DELIMITED BY SIZE
                  ALE-FUNCTION           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ALE-TELEPHONE          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ALE-ERR-CODE           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  ALE-ERR-TEXT           DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-EXC-REASON          DELIMITED BY SIZE
                INTO ALIRPT-REC
           END-STRING
           WRITE ALIRPT-REC
           END-WRITE
           .

      *>  Fail-closed billing-operations check, same shape as
      *>  telaccrue's.
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
                       IF AUTH-BILLING-OPS
                           MOVE "Y" TO WS-OPER-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  Chains the audit line into TELALI.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELALI.AUD" TO SRQ-TRAIL
           MOVE ALIAUDIT-REC (1:200) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO ALIAUDIT-REC
           .
       END PROGRAM telali.
