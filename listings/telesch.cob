      *>     off ACCTMAST.DAT;
      *>   - flags the balances escheated -- each row brought to a
      *>     zero open balance in place, so the dollars leave the
      *>     AR figures, the amount and date settled kept on the row
      *>     (INV-SETTLE-*) for the AR roll-forward -- with one "E"
      *>     GLWORK.DAT row per state for telgl's balanced
      *>     AR/escheat-liability entries;
      *>   - carries the expired prepaid balances telexp handed over
      *>     for states that treat them as unclaimed property
      *>     (PPESCH.DAT, see CBPPESCH.cpy), aged from the
      *>     balance's own last activity against the same dormancy
      *>     years, onto the same state lists -- booked off the
      *>     prepaid balance liability on the "E" row's AMT2 and
      *>     dropped from PPESCH.DAT once turned over.
      *>
      *> Invoked:  telesch USERID   (report-only preview: telesch
      *> USERID PREVIEW leaves the register and GL untouched).
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT PPESCH   ASSIGN TO
                "PPESCH.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS PPESCH-STATUS
                .
           SELECT GLWORK   ASSIGN TO
                "GLWORK.DAT"
                LINE SEQUENTIAL
           COPY CBESCH.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  PPESCH.
           COPY CBPPESCH.
       FD  GLWORK.
           COPY CBGLW.
       FD  ESCAUDIT.
       01  ESCAUDIT-REC      PIC X(190).
       FD  ESCRPT.
       01  ESCRPT-REC        PIC X(132).

       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  ESC-STATUS        PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  PPESCH-STATUS     PIC XX      VALUE "00".
       01  GLWORK-STATUS     PIC XX      VALUE "00".
       01  ESCAUDIT-STATUS   PIC XX      VALUE "00".
       01  ESCRPT-STATUS     PIC XX      VALUE "00".
               10  CAND-ESCH-IND   PIC X(01)     VALUE SPACE.
               10  CAND-STATE      PIC X(02)     VALUE SPACES.

      *>  Expired prepaid balances awaiting escheatment, as telexp
      *>  left them on PPESCH.DAT.
       01  PREPAID-TABLE.
           05  PPI-ENTRY OCCURS 500 TIMES INDEXED BY PPI-IDX.
               10  PPI-ACCT-NO     PIC 9(10)     VALUE ZERO.
               10  PPI-STATE       PIC X(02)     VALUE SPACES.
               10  PPI-AMOUNT      PIC 9(09)V99  VALUE ZERO.
               10  PPI-LAST-DATE   PIC 9(08)     VALUE ZERO.
               10  PPI-EXPIRED     PIC 9(08)     VALUE ZERO.
               10  PPI-ESCH-IND    PIC X(01)     VALUE SPACE.
       01  WS-PPI-COUNT      PIC 9(05)   VALUE ZERO.
       01  WS-PPI-OVERFLOW   PIC 9(05)   VALUE ZERO.
       01  WS-PP-ESCH-COUNT  PIC 9(07)   VALUE ZERO.

      *>  Per-state remittance totals, first-seen-claims-a-slot
      *>  like telaging's STATE-TOTALS.
       01  STATE-TOTALS.
           05  EST-BUCKET OCCURS 60 TIMES INDEXED BY EST-IDX.
               10  EST-CODE      PIC X(02)     VALUE SPACES.
               10  EST-AMOUNT    PIC S9(11)V99 COMP-5 VALUE ZERO.
               10  EST-PREPAID   PIC S9(11)V99 COMP-5 VALUE ZERO.
               10  EST-COUNT     PIC 9(05)     COMP-5 VALUE ZERO.

       01  WS-OPEN-BAL       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-ESCH-AMT       PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-ESCH-STATE     PIC X(02)   VALUE SPACES.
       01  WS-ESCH-KIND      PIC X(08)   VALUE SPACES.
       01  WS-ESCH-COUNT     PIC 9(07)   VALUE ZERO.
       01  WS-ESCH-TOT       PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                   OR CAND-ACCT-NO (CAND-IDX) = ZERO
               PERFORM CONSIDER-ONE-CREDIT
           END-PERFORM
           PERFORM LOAD-PREPAID-ITEMS
      *>  PPESCH.DAT is rewritten from the table, so a file larger
      *>  than the table is left whole rather than cut short.
           IF WS-PPI-OVERFLOW > ZERO
               MOVE "*** PPESCH.DAT larger than the run table -- "
                  & "prepaid balances not considered ***"
                 TO ESCRPT-REC
               WRITE ESCRPT-REC
               END-WRITE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING PPI-IDX FROM 1 BY 1
                       UNTIL PPI-IDX > WS-PPI-COUNT
                   PERFORM CONSIDER-ONE-PREPAID
               END-PERFORM
           END-IF
           IF NOT PREVIEW-ONLY
               PERFORM ZERO-ESCHEATED-ROWS
               PERFORM REWRITE-PREPAID-ITEMS
               PERFORM WRITE-GL-WORK-ROWS
           END-IF
           PERFORM WRITE-STATE-SUMMARY
           END-COMPUTE
           ADD 1 TO WS-ESCH-COUNT
           ADD WS-ESCH-AMT TO WS-ESCH-TOT
           MOVE CAND-STATE (CAND-IDX) TO WS-ESCH-STATE
           MOVE SPACES TO WS-ESCH-KIND
           PERFORM TALLY-STATE-TOTAL
           PERFORM WRITE-OWNER-LINE
           .

      *>  Every pending prepaid item, counting any the table cannot
      *>  hold.
       LOAD-PREPAID-ITEMS.
           OPEN INPUT PPESCH
           IF PPESCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ PPESCH
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-PPI-COUNT < 500
                   ADD 1 TO WS-PPI-COUNT
                   SET PPI-IDX TO WS-PPI-COUNT
                   MOVE PPE-ACCT-NO       TO PPI-ACCT-NO (PPI-IDX)
                   MOVE PPE-STATE         TO PPI-STATE (PPI-IDX)
                   MOVE PPE-AMOUNT        TO PPI-AMOUNT (PPI-IDX)
                   MOVE PPE-LAST-ACTIVITY TO PPI-LAST-DATE (PPI-IDX)
                   MOVE PPE-EXPIRED-DATE  TO PPI-EXPIRED (PPI-IDX)
               ELSE
                   ADD 1 TO WS-PPI-OVERFLOW
               END-IF
           END-PERFORM
           CLOSE PPESCH
           .

      *>  One expired prepaid balance: the state recorded when it
      *>  expired must still carry a dormancy rule, and the period
      *>  must have run from the balance's last activity.
       CONSIDER-ONE-PREPAID.
           IF ESC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE PPI-STATE (PPI-IDX) TO ESC-STATE
           READ ESCHTB
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                   (PPI-LAST-DATE (PPI-IDX))
           END-COMPUTE
           COMPUTE WS-DORMANT-DAYS = WS-TODAY-INT - WS-LAST-INT
           END-COMPUTE
           COMPUTE WS-NEEDED-DAYS = ESC-DORMANT-YEARS * 365
           END-COMPUTE
           IF WS-DORMANT-DAYS < WS-NEEDED-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE PPI-ACCT-NO (PPI-IDX) TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   MOVE "*** UNKNOWN ACCOUNT ***" TO ACCT-NAME
                   MOVE SPACES TO ACCT-ADDR-LINE1
                                  ACCT-ADDR-CITY
                                  ACCT-ADDR-ZIP
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "Y" TO PPI-ESCH-IND (PPI-IDX)
           MOVE PPI-AMOUNT (PPI-IDX) TO WS-ESCH-AMT
           ADD 1 TO WS-ESCH-COUNT
                    WS-PP-ESCH-COUNT
           ADD WS-ESCH-AMT TO WS-ESCH-TOT
           MOVE PPI-STATE (PPI-IDX) TO WS-ESCH-STATE
           MOVE "prepaid" TO WS-ESCH-KIND
           PERFORM TALLY-STATE-TOTAL
           PERFORM WRITE-OWNER-LINE
           .
       TALLY-STATE-TOTAL.
           PERFORM VARYING EST-IDX FROM 1 BY 1
                   UNTIL EST-IDX > 60
                   OR EST-CODE (EST-IDX) = WS-ESCH-STATE
                   OR EST-CODE (EST-IDX) = SPACES
               CONTINUE
           END-PERFORM
           IF EST-IDX <= 60
               MOVE WS-ESCH-STATE TO EST-CODE (EST-IDX)
               ADD WS-ESCH-AMT TO EST-AMOUNT (EST-IDX)
               ADD 1           TO EST-COUNT (EST-IDX)
               IF WS-ESCH-KIND NOT = SPACES
                   ADD WS-ESCH-AMT TO EST-PREPAID (EST-IDX)
               END-IF
           END-IF
           .

           MOVE WS-ESCH-AMT TO WS-AMT-OUT
           MOVE SPACES TO ESCRPT-REC
           STRING "  "                    DELIMITED BY SIZE
                  WS-ESCH-STATE           DELIMITED BY SIZE
                  " acct "                DELIMITED BY SIZE
                  ACCT-NO                 DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMT-OUT              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-ESCH-KIND            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ACCT-NAME               DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  ACCT-ADDR-LINE1         DELIMITED BY SIZE
                   OR CAND-ACCT-NO (CAND-IDX) = ZERO
               IF CAND-ACCT-NO (CAND-IDX) = INV-ACCT-NO
               AND CAND-ESCH-IND (CAND-IDX) = "Y"
                   IF INV-AMT-DUE - INV-PAID-AMT - INV-WOFF-AMT
                      NOT = ZERO
                       COMPUTE INV-SETTLE-AMT = INV-SETTLE-AMT
                             + INV-PAID-AMT + INV-WOFF-AMT - INV-AMT-DUE
                       END-COMPUTE
                       MOVE WS-TODAY TO INV-SETTLE-DATE
                       MOVE "E"      TO INV-SETTLE-IND
                   END-IF
                   COMPUTE INV-PAID-AMT =
                           INV-AMT-DUE - INV-WOFF-AMT
                   END-COMPUTE
           END-PERFORM
           .

      *>  PPESCH.DAT keeps only what was not turned over this run.
       REWRITE-PREPAID-ITEMS.
           IF WS-PP-ESCH-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PPESCH
           PERFORM VARYING PPI-IDX FROM 1 BY 1
                   UNTIL PPI-IDX > WS-PPI-COUNT
               IF PPI-ESCH-IND (PPI-IDX) NOT = "Y"
                   MOVE PPI-ACCT-NO (PPI-IDX)   TO PPE-ACCT-NO
                   MOVE PPI-STATE (PPI-IDX)     TO PPE-STATE
                   MOVE PPI-AMOUNT (PPI-IDX)    TO PPE-AMOUNT
                   MOVE PPI-LAST-DATE (PPI-IDX) TO PPE-LAST-ACTIVITY
                   MOVE PPI-EXPIRED (PPI-IDX)   TO PPE-EXPIRED-DATE
                   WRITE PPESCH-REC
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE PPESCH
           .

      *>  One "E" work row per state with dollars turned over, so
      *>  telgl books each state's liability on its own line.
       WRITE-GL-WORK-ROWS.
                       MOVE SPACES TO GLW-ENTITY
                       MOVE SPACES      TO GLW-CODE
                       MOVE EST-CODE (EST-IDX) TO GLW-CODE (1:2)
                       COMPUTE GLW-AMT1 = EST-AMOUNT (EST-IDX)
                                        - EST-PREPAID (EST-IDX)
                       END-COMPUTE
                       MOVE EST-PREPAID (EST-IDX) TO GLW-AMT2
                       MOVE ZERO        TO GLW-AMT3
                       WRITE GLWORK-REC
                       END-WRITE
                   END-IF
                                          DELIMITED BY SIZE
                INTO ESCAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE ESCAUDIT-REC
           END-WRITE
           CLOSE ESCAUDIT
           .

      *>  Chains the audit line into TELESCH.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELESCH.AUD" TO SRQ-TRAIL
           MOVE ESCAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO ESCAUDIT-REC
           .
       END PROGRAM telesch.
