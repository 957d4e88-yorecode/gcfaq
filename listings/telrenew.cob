      *>
      *> telrenew.cob -- contract renewal report.  Service contracts
      *> (CONTRACT.DAT, see CBCONTR.cpy, set through telacct) run
      *> out quietly, and a customer out of contract is a customer
      *> free to leave without a fee.  This monthly pass lists every
      *> active contract ending in the next 90 days, in two
      *> sections so sales works the nearest first:
      *>
      *>   - ending within 60 days;
      *>   - ending in 61 to 90 days.
      *>
      *> Each line carries the account, name, selling agent, term,
      *> start and end dates and the early-termination fee that
      *> would apply if the customer left today.  Closed accounts
      *> and contracts already terminated or cancelled are left
      *> off.  Report on TELRENEW.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telrenew.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT ASSIGN TO
                "CONTRACT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CTR-ACCT-NO
                FILE STATUS IS CTR-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT RENRPT   ASSIGN TO
                "TELRENEW.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RENRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRACT.
           COPY CBCONTR.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  RENRPT.
       01  RENRPT-REC        PIC X(120).

       WORKING-STORAGE SECTION.
       01  CTR-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  RENRPT-STATUS     PIC XX      VALUE "00".

       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-END-INT        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-DAYS-LEFT      PIC S9(09)  COMP-5 VALUE ZERO.

      *>  The section being printed: contracts whose days left fall
      *>  from WS-WINDOW-LOW through WS-WINDOW-HIGH.
       01  WS-WINDOW-LOW     PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-WINDOW-HIGH    PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-SECTION-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-TOTAL-COUNT    PIC 9(07)   VALUE ZERO.

      *>  Fee-if-left-today, the same months-left arithmetic as
      *>  telbill's final-bill assessment.
       01  WS-END-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-END-PARTS REDEFINES WS-END-DATE.
           05  WS-END-YYYY   PIC 9(04).
           05  WS-END-MM     PIC 9(02).
           05  WS-END-DD     PIC 9(02).
       01  WS-NOW-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-NOW-PARTS REDEFINES WS-NOW-DATE.
           05  WS-NOW-YYYY   PIC 9(04).
           05  WS-NOW-MM     PIC 9(02).
           05  WS-NOW-DD     PIC 9(02).
       01  WS-MONTHS-LEFT    PIC S9(05)  COMP-5 VALUE ZERO.
       01  WS-ETF-AMT        PIC S9(07)V99 COMP-5 VALUE ZERO.

       01  WS-DAYS-OUT       PIC ZZ9.
       01  WS-TERM-OUT       PIC ZZ9.
       01  WS-AMT-OUT        PIC Z,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           MOVE WS-TODAY TO WS-NOW-DATE
           OPEN OUTPUT RENRPT
           OPEN INPUT CONTRACT
           IF CTR-STATUS NOT = "00"
               MOVE "*** CONTRACT.DAT not available -- no contracts "
                  & "on file ***" TO RENRPT-REC
               WRITE RENRPT-REC
               END-WRITE
               CLOSE RENRPT
               STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER
           MOVE SPACES TO RENRPT-REC
           STRING "==== CONTRACTS DUE FOR RENEWAL AS OF "
                                            DELIMITED BY SIZE
                  WS-TODAY                  DELIMITED BY SIZE
                  " ===="                   DELIMITED BY SIZE
                INTO RENRPT-REC
           END-STRING
           WRITE RENRPT-REC
           END-WRITE
           MOVE 0  TO WS-WINDOW-LOW
           MOVE 60 TO WS-WINDOW-HIGH
           MOVE "-- Ending within 60 days --" TO RENRPT-REC
           PERFORM LIST-ONE-WINDOW
           MOVE 61 TO WS-WINDOW-LOW
           MOVE 90 TO WS-WINDOW-HIGH
           MOVE "-- Ending in 61 to 90 days --" TO RENRPT-REC
           PERFORM LIST-ONE-WINDOW
           MOVE SPACES TO RENRPT-REC
           WRITE RENRPT-REC
           END-WRITE
           MOVE WS-TOTAL-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO RENRPT-REC
           STRING "Contracts due for renewal in 90 days: "
                                            DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                INTO RENRPT-REC
           END-STRING
           WRITE RENRPT-REC
           END-WRITE
           CLOSE CONTRACT
                 ACCT-MASTER
                 RENRPT
           STOP RUN
           .

      *>  One section: a full pass over the contract file, the
      *>  section heading already in the record area.
       LIST-ONE-WINDOW.
           WRITE RENRPT-REC
           END-WRITE
           MOVE ZERO TO WS-SECTION-COUNT
           MOVE ZERO TO CTR-ACCT-NO
           START CONTRACT KEY IS GREATER THAN OR EQUAL CTR-ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ CONTRACT NEXT
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM CONSIDER-ONE-CONTRACT
                   END-PERFORM
           END-START
           IF WS-SECTION-COUNT = ZERO
               MOVE "  (none)" TO RENRPT-REC
               WRITE RENRPT-REC
               END-WRITE
           END-IF
           .

       CONSIDER-ONE-CONTRACT.
           IF NOT CTR-ACTIVE
           OR FUNCTION TEST-DATE-YYYYMMDD (CTR-END-DATE) NOT = ZERO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE (CTR-END-DATE)
           END-COMPUTE
           COMPUTE WS-DAYS-LEFT = WS-END-INT - WS-TODAY-INT
           END-COMPUTE
           IF WS-DAYS-LEFT < WS-WINDOW-LOW
           OR WS-DAYS-LEFT > WS-WINDOW-HIGH
               EXIT PARAGRAPH
           END-IF
           MOVE CTR-ACCT-NO TO ACCT-NO
           MOVE SPACES TO ACCT-NAME ACCT-AGENT-CODE
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO ACCT-NAME
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           PERFORM COMPUTE-FEE-IF-LEFT-TODAY
           ADD 1 TO WS-SECTION-COUNT
           ADD 1 TO WS-TOTAL-COUNT
           MOVE WS-DAYS-LEFT    TO WS-DAYS-OUT
           MOVE CTR-TERM-MONTHS TO WS-TERM-OUT
           MOVE WS-ETF-AMT      TO WS-AMT-OUT
           MOVE SPACES TO RENRPT-REC
           STRING "  "                     DELIMITED BY SIZE
                  CTR-ACCT-NO              DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  ACCT-NAME                DELIMITED BY SIZE
                  " agent "                DELIMITED BY SIZE
                  ACCT-AGENT-CODE          DELIMITED BY SIZE
                  " term "                 DELIMITED BY SIZE
                  WS-TERM-OUT              DELIMITED BY SIZE
                  "m "                     DELIMITED BY SIZE
                  CTR-START-DATE           DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  CTR-END-DATE             DELIMITED BY SIZE
                  " in "                   DELIMITED BY SIZE
                  WS-DAYS-OUT              DELIMITED BY SIZE
                  "d  ETF "                DELIMITED BY SIZE
                  WS-AMT-OUT               DELIMITED BY SIZE
                INTO RENRPT-REC
           END-STRING
           WRITE RENRPT-REC
           END-WRITE
           .

       COMPUTE-FEE-IF-LEFT-TODAY.
           MOVE CTR-END-DATE TO WS-END-DATE
           COMPUTE WS-MONTHS-LEFT =
                   (WS-END-YYYY * 12 + WS-END-MM)
                 - (WS-NOW-YYYY * 12 + WS-NOW-MM)
           END-COMPUTE
           IF WS-END-DD > WS-NOW-DD
               ADD 1 TO WS-MONTHS-LEFT
           END-IF
           COMPUTE WS-ETF-AMT = WS-MONTHS-LEFT * CTR-ETF-PER-MONTH
           END-COMPUTE
           IF CTR-ETF-CAP > ZERO AND WS-ETF-AMT > CTR-ETF-CAP
               MOVE CTR-ETF-CAP TO WS-ETF-AMT
           END-IF
           IF WS-ETF-AMT < ZERO
               MOVE ZERO TO WS-ETF-AMT
           END-IF
           .
       END PROGRAM telrenew.
