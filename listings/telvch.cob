      *>
      *> telvch.cob -- prepaid recharge vouchers (PIN cards).
      *> teltopup only takes the payment vendor's electronic file,
      *> so retailers had nothing to sell over the counter.  This
      *> program keeps the scratch-card stock from print run to
      *> redemption on VOUCHER.DAT (see CBVOUCH.cpy):
      *>
      *>   telvch USERID GENERATE FACE COUNT
      *>     a new numbered batch (next number off VCHSEQ.DAT) of
      *>     COUNT cards at FACE, each with a random sixteen-digit
      *>     PIN, expiring TELCO_VCH_LIFE_DAYS (default 365) from
      *>     today.  The PINs go to the card printer on VCHPRINT.DAT
      *>     and nowhere else; the master keeps only their digest
      *>     (VCHPIN.DAT, see CBVCHPIN.cpy).
      *>   telvch USERID SHIP FROMSERIAL TOSERIAL DISTRIBUTOR
      *>     created cards in the range leave for the distributor.
      *>   telvch USERID ACTIVATE FROMSERIAL TOSERIAL
      *>     shipped cards in the range are sold and go live.
      *>   telvch USERID REDEEM ACCT PIN
      *>     care keys a PIN for the caller's prepaid account.
      *>   telvch USERID IVR
      *>     the IVR's intake file (VCHIVR.DAT), one redemption per
      *>     row, each answered on VCHRESP.DAT.
      *>   telvch USERID EXPIRE
      *>     cards past their expiry date, redeemed or not sold,
      *>     are expired.
      *>   telvch USERID CLEAR ACCT
      *>     care has reviewed an account held for voucher fraud.
      *>   telvch USERID REPORT
      *>     distributor inventory by state, the liability for
      *>     cards sold but not redeemed, and the fraud-review list.
      *>
      *> A redemption credits ACCT-PREPAID-BAL exactly as a vendor
      *> top-up does -- the same TOPUPRCT.DAT receipt, the card's
      *> serial as its reference, and the same REACTIV.DAT entry
      *> when the credit lifts an exhausted balance back above
      *> cutoff.  A PIN that is unknown, already used, not yet
      *> activated or expired is refused and counted against the
      *> account on VCHFRAUD.DAT (see CBVCHFRD.cpy); an account
      *> with TELCO_VCH_FRAUD_LIMIT (default 3) refusals in 30
      *> days is held until CLEAR.
      *>
      *> Account/data maintenance authority on AUTHTB (fail closed)
      *> and the TELAUTHN credential, as teladj.  Every command and
      *> every redemption attempt is audited on TELVCH.AUD; the run
      *> report is TELVCH.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telvch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOUCHER  ASSIGN TO
                "VOUCHER.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS VCH-SERIAL
                FILE STATUS IS VCH-STATUS
                .
           SELECT VCHPIN   ASSIGN TO
                "VCHPIN.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS VPI-DIGEST
                FILE STATUS IS VPI-STATUS
                .
           SELECT VCHSEQ   ASSIGN TO
                "VCHSEQ.DAT"
                ORGANIZATION SEQUENTIAL
                FILE STATUS IS VCHSEQ-STATUS
                .
           SELECT VCHPRINT ASSIGN TO
                "VCHPRINT.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS VCHPRINT-STATUS
                .
           SELECT VCHIVR   ASSIGN TO
                "VCHIVR.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS VCHIVR-STATUS
                .
           SELECT VCHRESP  ASSIGN TO
                "VCHRESP.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS VCHRESP-STATUS
                .
           SELECT VCHFRAUD ASSIGN TO
                "VCHFRAUD.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS VFR-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT TOPRCT   ASSIGN TO
                "TOPUPRCT.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS RCT-STATUS
                .
           SELECT REACTIV  ASSIGN TO
                "REACTIV.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS REACT-STATUS
                .
           SELECT AUTHTB   ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT VCHAUDIT ASSIGN TO
                "TELVCH.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS VCHAUDIT-STATUS
                .
           SELECT VCHRPT   ASSIGN TO
                "TELVCH.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS VCHRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  VOUCHER.
           COPY CBVOUCH.
       FD  VCHPIN.
           COPY CBVCHPIN.
       FD  VCHSEQ.
       01  VCHSEQ-REC.
           05  VSQ-LAST-BATCH-NO PIC 9(06).
       FD  VCHPRINT.
       01  VCHPRINT-REC      PIC X(60).
       FD  VCHIVR.
       01  VCHIVR-REC.
           05  IVR-ACCT-NO       PIC X(10).
           05  IVR-PIN           PIC X(16).
           05  IVR-REF           PIC X(12).
       FD  VCHRESP.
       01  VCHRESP-REC       PIC X(80).
       FD  VCHFRAUD.
           COPY CBVCHFRD.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  TOPRCT.
       01  TOPRCT-REC        PIC X(90).
       FD  REACTIV.
       01  REACTIV-REC       PIC X(60).
       FD  AUTHTB.
           COPY CBAUTH.
       FD  VCHAUDIT.
       01  VCHAUDIT-REC      PIC X(190).
       FD  VCHRPT.
       01  VCHRPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       01  VCH-STATUS        PIC XX      VALUE "00".
       01  VPI-STATUS        PIC XX      VALUE "00".
       01  VCHSEQ-STATUS     PIC XX      VALUE "00".
       01  VCHPRINT-STATUS   PIC XX      VALUE "00".
       01  VCHIVR-STATUS     PIC XX      VALUE "00".
       01  VCHRESP-STATUS    PIC XX      VALUE "00".
       01  VFR-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  RCT-STATUS        PIC XX      VALUE "00".
       01  REACT-STATUS      PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  VCHAUDIT-STATUS   PIC XX      VALUE "00".
       01  VCHRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.

       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-VERB           PIC X(08)   VALUE SPACES.
       01  WS-ARG1           PIC X(16)   VALUE SPACES.
       01  WS-ARG2           PIC X(16)   VALUE SPACES.
       01  WS-ARG3           PIC X(16)   VALUE SPACES.
       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-AUTHN-RESULT   PIC X       VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

       01  WS-ENV-VALUE      PIC X(12)   VALUE SPACES.
       01  WS-LIFE-DAYS      PIC 9(04)   VALUE 365.
       01  WS-FRAUD-LIMIT    PIC 9(02)   VALUE 3.

      *>  GENERATE.
       01  WS-FACE           PIC 9(05)V99 VALUE ZERO.
       01  WS-CARD-COUNT     PIC 9(05)   VALUE ZERO.
       01  WS-BATCH-NO       PIC 9(06)   VALUE ZERO.
       01  WS-CARD-NO        PIC 9(06)   VALUE ZERO.
       01  WS-EXPIRY-DATE    PIC 9(08)   VALUE ZERO.
       01  WS-SEED           PIC 9(08)   VALUE ZERO.
       01  WS-RANDOM         PIC V9(09)  VALUE ZERO.
       01  WS-DRAWS          PIC 9(03)   VALUE ZERO.
       01  WS-PIN-UNIQUE     PIC X       VALUE "N".
           88  PIN-IS-UNIQUE            VALUE "Y".
       01  WS-PIN-DIGITS.
           05  WS-PIN-HIGH       PIC 9(08).
           05  WS-PIN-LOW        PIC 9(08).
       01  WS-PIN            REDEFINES WS-PIN-DIGITS
                             PIC X(16).

      *>  The PIN digest -- two rolling digests, 31 and 37, the first
      *>  the same one TELAUTHN keeps for credentials.
       01  WS-DIGEST-1       PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-DIGEST-2       PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-DIGEST         PIC 9(18)   VALUE ZERO.
       01  WS-CHAR-POS       PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-CHAR-ORD       PIC 9(04)   COMP-5 VALUE ZERO.

      *>  SHIP / ACTIVATE / EXPIRE.
       01  WS-FROM-SERIAL    PIC 9(12)   VALUE ZERO.
       01  WS-TO-SERIAL      PIC 9(12)   VALUE ZERO.
       01  WS-DISTRIBUTOR    PIC X(08)   VALUE SPACES.
       01  WS-MOVED-COUNT    PIC 9(07)   VALUE ZERO.
       01  WS-MOVED-VALUE    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-SKIPPED-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-EXP-UNSOLD-CNT PIC 9(07)   VALUE ZERO.
       01  WS-EXP-UNSOLD-VAL PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-EXP-SOLD-CNT   PIC 9(07)   VALUE ZERO.
       01  WS-EXP-SOLD-VAL   PIC S9(11)V99 COMP-5 VALUE ZERO.

      *>  One redemption attempt, set before REDEEM-ONE-PIN.
       01  WS-RED-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-RED-ACCT-ARG   PIC X(16)   VALUE SPACES.
       01  WS-RED-PIN        PIC X(16)   VALUE SPACES.
       01  WS-RED-CHANNEL    PIC X(04)   VALUE SPACES.
       01  WS-RED-RESULT     PIC X(24)   VALUE SPACES.
       01  WS-RED-SERIAL     PIC 9(12)   VALUE ZERO.
       01  WS-RED-COUNTS     PIC X       VALUE "N".
           88  REFUSAL-COUNTS           VALUE "Y".
       01  WS-PRIOR-BAL      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-RED-OK-COUNT   PIC 9(07)   VALUE ZERO.
       01  WS-RED-OK-VALUE   PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-RED-REF-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-REACT-COUNT    PIC 9(07)   VALUE ZERO.

      *>  Refusals per account in the fraud window, off VCHFRAUD.DAT.
       01  FRAUD-TABLE.
           05  FRD-ENTRY OCCURS 1000 TIMES INDEXED BY FRD-IDX.
               10  FRD-ACCT-NO     PIC 9(10)   VALUE ZERO.
               10  FRD-WINDOW-CNT  PIC 9(05)   VALUE ZERO.
               10  FRD-TOTAL-CNT   PIC 9(05)   VALUE ZERO.
               10  FRD-LAST-DATE   PIC 9(08)   VALUE ZERO.
       01  WS-FRD-COUNT      PIC 9(05)   VALUE ZERO.
       01  WS-FRD-AGE        PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-FRD-FOUND      PIC X       VALUE "N".
           88  FRAUD-ROW-FOUND          VALUE "Y".

      *>  REPORT -- per distributor, count and face value by state
      *>  (C S A R X in that order); spaces is our own stock.
       01  DIST-TABLE.
           05  DST-ENTRY OCCURS 200 TIMES INDEXED BY DST-IDX.
               10  DST-CODE        PIC X(08)     VALUE SPACES.
               10  DST-USED        PIC X(01)     VALUE SPACE.
               10  DST-STATE OCCURS 5 TIMES.
                   15  DST-CNT     PIC 9(07)     COMP-5 VALUE ZERO.
                   15  DST-VAL     PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-STATE-IX       PIC 9(01)   VALUE ZERO.
       01  WS-STATE-CODES    PIC X(05)   VALUE "CSARX".
       01  WS-TOT-CNT        PIC 9(07)   OCCURS 5 TIMES.
       01  WS-TOT-VAL        PIC S9(11)V99 COMP-5 OCCURS 5 TIMES.
       01  WS-BRK-TO-DATE    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-BRK-TO-DATE-N  PIC 9(07)   VALUE ZERO.
       01  WS-DST-OVERFLOW   PIC 9(07)   VALUE ZERO.

       01  WS-AUDIT-TEXT     PIC X(150)  VALUE SPACES.
       01  WS-BAL-OUT        PIC -9(09).99.
       01  WS-BAL-OUT2       PIC -9(09).99.
       01  WS-FACE-OUT       PIC ZZ,ZZ9.99.
       01  WS-AMT-OUT        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-CNT-OUT OCCURS 5 TIMES PIC ZZZ,ZZ9.
       01  WS-VAL-OUT OCCURS 5 TIMES PIC ZZ,ZZZ,ZZ9.99.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           PERFORM READ-RUN-KNOBS
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-VERB
                    WS-ARG1
                    WS-ARG2
                    WS-ARG3
           END-UNSTRING
           OPEN OUTPUT VCHRPT
           OPEN EXTEND VCHAUDIT
           IF VCHAUDIT-STATUS NOT = "00"
               OPEN OUTPUT VCHAUDIT
           END-IF
           IF WS-USERID = SPACES OR WS-VERB = SPACES
               PERFORM WRITE-USAGE
           ELSE
               PERFORM CHECK-ONE-USER
               IF USER-AUTHORIZED
                   PERFORM AUTHENTICATE-REQUESTER
               END-IF
               IF NOT USER-AUTHORIZED
                   IF WS-REFUSE-REASON = SPACES
                       MOVE "REQUESTER NOT AUTHORIZED"
                         TO WS-REFUSE-REASON
                   END-IF
                   PERFORM REPORT-REFUSAL
               ELSE
                   EVALUATE WS-VERB
                       WHEN "GENERATE"
                           PERFORM GENERATE-BATCH
                       WHEN "SHIP"
                           PERFORM SHIP-RANGE
                       WHEN "ACTIVATE"
                           PERFORM ACTIVATE-RANGE
                       WHEN "REDEEM"
                           PERFORM REDEEM-CARE-PIN
                       WHEN "IVR"
                           PERFORM REDEEM-IVR-FILE
                       WHEN "EXPIRE"
                           PERFORM EXPIRE-PAST-DUE
                       WHEN "CLEAR"
                           PERFORM CLEAR-FRAUD-HOLD
                       WHEN "REPORT"
                           PERFORM WRITE-INVENTORY-REPORT
                       WHEN OTHER
                           PERFORM WRITE-USAGE
                   END-EVALUATE
               END-IF
           END-IF
           CLOSE VCHAUDIT
                 VCHRPT
           STOP RUN
           .

       WRITE-USAGE.
           MOVE "*** usage: telvch USERID GENERATE FACE COUNT | SHIP "
              & "FROM TO DIST | ACTIVATE FROM TO | REDEEM ACCT PIN |"
             TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           MOVE "***        IVR | EXPIRE | CLEAR ACCT | REPORT ***"
             TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           MOVE 16 TO RETURN-CODE
           .

      *>  A refused command: on the report, on the console and on
      *>  the audit trail, with its reason.
       REPORT-REFUSAL.
           MOVE SPACES TO VCHRPT-REC
           STRING "*** "                    DELIMITED BY SIZE
                  WS-VERB                   DELIMITED BY SPACE
                  " refused: "              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                            DELIMITED BY SIZE
                  " ***"                    DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           DISPLAY FUNCTION TRIM (VCHRPT-REC) UPON CONSOLE
           END-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "action=REFUSED-"         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                            DELIMITED BY SIZE
                  "  args="                 DELIMITED BY SIZE
                  WS-ARG1                   DELIMITED BY SPACE
                  " "                       DELIMITED BY SIZE
                  WS-ARG3                   DELIMITED BY SPACE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           MOVE 16 TO RETURN-CODE
           .

       READ-RUN-KNOBS.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_VCH_LIFE_DAYS"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-LIFE-DAYS
           END-IF
           IF WS-LIFE-DAYS = ZERO
               MOVE 365 TO WS-LIFE-DAYS
           END-IF
           MOVE "TELCO_VCH_LIFE_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-LIFE-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "TELCO_VCH_FRAUD_LIMIT"
           END-ACCEPT
           IF WS-ENV-VALUE NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-ENV-VALUE) TO WS-FRAUD-LIMIT
           END-IF
           IF WS-FRAUD-LIMIT = ZERO
               MOVE 3 TO WS-FRAUD-LIMIT
           END-IF
           MOVE "TELCO_VCH_FRAUD_LIMIT" TO CFQ-SETTING
           MOVE WS-ENV-VALUE TO CFQ-ENV-VALUE
           MOVE WS-FRAUD-LIMIT TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           .

      *>  Same fail-closed AUTHTB check as teladj.
       CHECK-ONE-USER.
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

      *>  The requester must also prove the credential behind the
      *>  id -- one CALL to the shared TELAUTHN module.
       AUTHENTICATE-REQUESTER.
           MOVE "Y" TO WS-AUTHN-RESULT
           CALL "TELAUTHN" USING WS-USERID WS-AUTHN-RESULT
               ON EXCEPTION
                   MOVE "Y" TO WS-AUTHN-RESULT
           END-CALL
           IF WS-AUTHN-RESULT NOT = "Y"
               MOVE "N" TO WS-AUTHORIZED
               MOVE "AUTHENTICATION FAILED" TO WS-REFUSE-REASON
           END-IF
           .

      *>  The voucher master and its PIN index, created empty the
      *>  first time a batch is generated.
       OPEN-VOUCHER-FILES.
           OPEN I-O VOUCHER
           IF VCH-STATUS NOT = "00"
               OPEN OUTPUT VOUCHER
               CLOSE VOUCHER
               OPEN I-O VOUCHER
           END-IF
           OPEN I-O VCHPIN
           IF VPI-STATUS NOT = "00"
               OPEN OUTPUT VCHPIN
               CLOSE VCHPIN
               OPEN I-O VCHPIN
           END-IF
           .

      *>  GENERATE FACE COUNT.  The batch number is taken and
      *>  written back before the first card, so two print runs can
      *>  never share one.
       GENERATE-BATCH.
           MOVE ZERO TO WS-FACE WS-CARD-COUNT
           IF WS-ARG1 NOT = SPACES
           AND WS-ARG2 NOT = SPACES
           AND FUNCTION TRIM (WS-ARG2) IS NUMERIC
               COMPUTE WS-FACE = FUNCTION NUMVAL (WS-ARG1)
               END-COMPUTE
               COMPUTE WS-CARD-COUNT = FUNCTION NUMVAL (WS-ARG2)
               END-COMPUTE
           END-IF
           IF WS-FACE = ZERO
           OR WS-CARD-COUNT = ZERO
           OR WS-CARD-COUNT > 99999
               MOVE "FACE VALUE OR CARD COUNT INVALID"
                 TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-VOUCHER-FILES
           IF VCH-STATUS NOT = "00" OR VPI-STATUS NOT = "00"
               MOVE "VOUCHER FILES NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-BATCH-NO
           OPEN INPUT VCHSEQ
           IF VCHSEQ-STATUS = "00"
               READ VCHSEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE VSQ-LAST-BATCH-NO TO WS-BATCH-NO
               END-READ
               CLOSE VCHSEQ
           END-IF
           ADD 1 TO WS-BATCH-NO
           OPEN OUTPUT VCHSEQ
           MOVE WS-BATCH-NO TO VSQ-LAST-BATCH-NO
           WRITE VCHSEQ-REC
           END-WRITE
           CLOSE VCHSEQ
           COMPUTE WS-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INT + WS-LIFE-DAYS)
           END-COMPUTE
           MOVE WS-NOW (9:8) TO WS-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM (WS-SEED)
           END-COMPUTE
           OPEN OUTPUT VCHPRINT
           MOVE ZERO TO WS-MOVED-COUNT WS-MOVED-VALUE
           PERFORM VARYING WS-CARD-NO FROM 1 BY 1
                   UNTIL WS-CARD-NO > WS-CARD-COUNT
               PERFORM CREATE-ONE-CARD
           END-PERFORM
           CLOSE VCHPRINT
                 VOUCHER
                 VCHPIN
           MOVE WS-FACE         TO WS-FACE-OUT
           MOVE WS-MOVED-COUNT  TO WS-COUNT-OUT
           MOVE WS-MOVED-VALUE  TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "Batch "                  DELIMITED BY SIZE
                  WS-BATCH-NO               DELIMITED BY SIZE
                  ": "                      DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  " cards at "              DELIMITED BY SIZE
                  WS-FACE-OUT               DELIMITED BY SIZE
                  ", face total "           DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                  ", expiring "             DELIMITED BY SIZE
                  WS-EXPIRY-DATE            DELIMITED BY SIZE
                  " -- PINs on VCHPRINT.DAT for the printer"
                                            DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "action=GENERATED  batch="  DELIMITED BY SIZE
                  WS-BATCH-NO                 DELIMITED BY SIZE
                  "  cards="                  DELIMITED BY SIZE
                  WS-MOVED-COUNT              DELIMITED BY SIZE
                  "  face="                   DELIMITED BY SIZE
                  WS-FACE-OUT                 DELIMITED BY SIZE
                  "  expiry="                 DELIMITED BY SIZE
                  WS-EXPIRY-DATE              DELIMITED BY SIZE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *>  One card: a PIN whose digest is not already on file (a
      *>  handful of draws at most), the index row, the master row
      *>  and the printer's line.
       CREATE-ONE-CARD.
           MOVE "N" TO WS-PIN-UNIQUE
           PERFORM VARYING WS-DRAWS FROM 1 BY 1
                   UNTIL WS-DRAWS > 20 OR PIN-IS-UNIQUE
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               END-COMPUTE
               COMPUTE WS-PIN-HIGH = WS-RANDOM * 100000000
               END-COMPUTE
               COMPUTE WS-RANDOM = FUNCTION RANDOM
               END-COMPUTE
               COMPUTE WS-PIN-LOW = WS-RANDOM * 100000000
               END-COMPUTE
               IF WS-PIN-HIGH >= 10000000
                   PERFORM COMPUTE-PIN-DIGEST
                   MOVE WS-DIGEST TO VPI-DIGEST
                   READ VCHPIN
                       INVALID KEY
                           SET PIN-IS-UNIQUE TO TRUE
                   END-READ
               END-IF
           END-PERFORM
           IF NOT PIN-IS-UNIQUE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE VOUCHER-REC
           MOVE WS-BATCH-NO    TO VCH-BATCH-NO
           MOVE WS-CARD-NO     TO VCH-CARD-NO
           MOVE WS-FACE        TO VCH-FACE-VALUE
           SET VCH-CREATED     TO TRUE
           MOVE WS-TODAY       TO VCH-CREATED-DATE
           MOVE WS-EXPIRY-DATE TO VCH-EXPIRY-DATE
           MOVE WS-USERID      TO VCH-LAST-USERID
           WRITE VOUCHER-REC
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-DIGEST  TO VPI-DIGEST
           MOVE VCH-SERIAL TO VPI-SERIAL
           WRITE VCHPIN-REC
           END-WRITE
           ADD 1       TO WS-MOVED-COUNT
           ADD WS-FACE TO WS-MOVED-VALUE
           MOVE WS-FACE TO WS-FACE-OUT
           MOVE SPACES TO VCHPRINT-REC
           STRING VCH-SERIAL           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-PIN               DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-FACE-OUT          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-EXPIRY-DATE       DELIMITED BY SIZE
                INTO VCHPRINT-REC
           END-STRING
           WRITE VCHPRINT-REC
           END-WRITE
           .

      *>  Both digests over the sixteen PIN positions; the pair is
      *>  the index key.
       COMPUTE-PIN-DIGEST.
           MOVE ZERO TO WS-DIGEST-1 WS-DIGEST-2
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 16
               COMPUTE WS-CHAR-ORD =
                       FUNCTION ORD (WS-PIN (WS-CHAR-POS:1))
               END-COMPUTE
               COMPUTE WS-DIGEST-1 = FUNCTION MOD
                       (WS-DIGEST-1 * 31 + WS-CHAR-ORD, 999999937)
               END-COMPUTE
               COMPUTE WS-DIGEST-2 = FUNCTION MOD
                       (WS-DIGEST-2 * 37 + WS-CHAR-ORD, 999999929)
               END-COMPUTE
           END-PERFORM
           COMPUTE WS-DIGEST = WS-DIGEST-1 * 1000000000 + WS-DIGEST-2
           END-COMPUTE
           .

      *>  FROMSERIAL and TOSERIAL, both twelve digits, in order.
       PARSE-SERIAL-RANGE.
           MOVE ZERO TO WS-FROM-SERIAL WS-TO-SERIAL
           IF FUNCTION TRIM (WS-ARG1) IS NUMERIC
           AND FUNCTION TRIM (WS-ARG2) IS NUMERIC
               COMPUTE WS-FROM-SERIAL = FUNCTION NUMVAL (WS-ARG1)
               END-COMPUTE
               COMPUTE WS-TO-SERIAL = FUNCTION NUMVAL (WS-ARG2)
               END-COMPUTE
           END-IF
           IF WS-FROM-SERIAL = ZERO
           OR WS-TO-SERIAL < WS-FROM-SERIAL
               MOVE "SERIAL RANGE INVALID" TO WS-REFUSE-REASON
           END-IF
           .

      *>  SHIP FROMSERIAL TOSERIAL DISTRIBUTOR: created cards only;
      *>  anything else in the range is counted and left alone.
       SHIP-RANGE.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM PARSE-SERIAL-RANGE
           MOVE WS-ARG3 TO WS-DISTRIBUTOR
           IF WS-REFUSE-REASON = SPACES
           AND WS-DISTRIBUTOR = SPACES
               MOVE "DISTRIBUTOR MISSING" TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-SERIAL-RANGE
           .

      *>  ACTIVATE FROMSERIAL TOSERIAL: shipped cards only -- the
      *>  sale at the retailer, from which the face value is owed.
       ACTIVATE-RANGE.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM PARSE-SERIAL-RANGE
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM MOVE-SERIAL-RANGE
           .

       MOVE-SERIAL-RANGE.
           OPEN I-O VOUCHER
           IF VCH-STATUS NOT = "00"
               MOVE "VOUCHER.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-MOVED-COUNT WS-MOVED-VALUE WS-SKIPPED-COUNT
           MOVE WS-FROM-SERIAL TO VCH-SERIAL
           START VOUCHER KEY IS NOT LESS THAN VCH-SERIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ VOUCHER NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF VCH-SERIAL > WS-TO-SERIAL
                           EXIT PERFORM
                       END-IF
                       PERFORM MOVE-ONE-CARD
                   END-PERFORM
           END-START
           CLOSE VOUCHER
           MOVE WS-MOVED-COUNT TO WS-COUNT-OUT
           MOVE WS-MOVED-VALUE TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING WS-VERB                   DELIMITED BY SPACE
                  " "                       DELIMITED BY SIZE
                  WS-FROM-SERIAL            DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-TO-SERIAL              DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-DISTRIBUTOR            DELIMITED BY SIZE
                  ": "                      DELIMITED BY SIZE
                  WS-COUNT-OUT              DELIMITED BY SIZE
                  " cards, face "           DELIMITED BY SIZE
                  WS-AMT-OUT                DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           IF WS-SKIPPED-COUNT > ZERO
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-OUT
               MOVE SPACES TO VCHRPT-REC
               STRING "  "                  DELIMITED BY SIZE
                      WS-COUNT-OUT          DELIMITED BY SIZE
                      " cards in the range were not in the state "
                                            DELIMITED BY SIZE
                      "to move and were left alone"
                                            DELIMITED BY SIZE
                    INTO VCHRPT-REC
               END-STRING
               WRITE VCHRPT-REC
               END-WRITE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "action="                 DELIMITED BY SIZE
                  WS-VERB                   DELIMITED BY SPACE
                  "  range="                DELIMITED BY SIZE
                  WS-FROM-SERIAL            DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-TO-SERIAL              DELIMITED BY SIZE
                  "  dist="                 DELIMITED BY SIZE
                  WS-DISTRIBUTOR            DELIMITED BY SIZE
                  "  cards="                DELIMITED BY SIZE
                  WS-MOVED-COUNT            DELIMITED BY SIZE
                  "  skipped="              DELIMITED BY SIZE
                  WS-SKIPPED-COUNT          DELIMITED BY SIZE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

       MOVE-ONE-CARD.
           IF WS-VERB = "SHIP"
               IF NOT VCH-CREATED
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               SET VCH-SHIPPED TO TRUE
               MOVE WS-DISTRIBUTOR TO VCH-DISTRIBUTOR
               MOVE WS-TODAY       TO VCH-SHIPPED-DATE
           ELSE
               IF NOT VCH-SHIPPED
               OR VCH-EXPIRY-DATE < WS-TODAY
                   ADD 1 TO WS-SKIPPED-COUNT
                   EXIT PARAGRAPH
               END-IF
               SET VCH-ACTIVATED TO TRUE
               MOVE WS-TODAY TO VCH-ACTIVATED-DATE
           END-IF
           MOVE WS-USERID TO VCH-LAST-USERID
           REWRITE VOUCHER-REC
           END-REWRITE
           ADD 1              TO WS-MOVED-COUNT
           ADD VCH-FACE-VALUE TO WS-MOVED-VALUE
           .

      *>  The files every redemption touches, opened once per run;
      *>  the receipt and reactivation feeds append.
       OPEN-REDEMPTION-FILES.
           PERFORM LOAD-FRAUD-COUNTS
           OPEN I-O ACCT-MASTER
           OPEN I-O VOUCHER
           OPEN INPUT VCHPIN
           IF ACCT-STATUS NOT = "00"
           OR VCH-STATUS NOT = "00"
           OR VPI-STATUS NOT = "00"
               MOVE "MASTER OR VOUCHER FILES NOT AVAILABLE"
                 TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND TOPRCT
           IF RCT-STATUS NOT = "00"
               OPEN OUTPUT TOPRCT
           END-IF
           OPEN EXTEND REACTIV
           IF REACT-STATUS NOT = "00"
               OPEN OUTPUT REACTIV
           END-IF
           OPEN EXTEND VCHFRAUD
           IF VFR-STATUS NOT = "00"
               OPEN OUTPUT VCHFRAUD
           END-IF
           .

       CLOSE-REDEMPTION-FILES.
           CLOSE ACCT-MASTER
                 VOUCHER
                 VCHPIN
                 TOPRCT
                 REACTIV
                 VCHFRAUD
           .

      *>  REDEEM ACCT PIN -- care, with the caller on the line.
       REDEEM-CARE-PIN.
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM OPEN-REDEMPTION-FILES
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG1 TO WS-RED-ACCT-ARG
           MOVE WS-ARG2 TO WS-RED-PIN
           MOVE "CARE"  TO WS-RED-CHANNEL
           PERFORM REDEEM-ONE-PIN
           PERFORM CLOSE-REDEMPTION-FILES
           MOVE SPACES TO VCHRPT-REC
           IF WS-RED-RESULT = SPACES
               MOVE VCH-FACE-VALUE   TO WS-FACE-OUT
               MOVE ACCT-PREPAID-BAL TO WS-BAL-OUT2
               STRING "Voucher "            DELIMITED BY SIZE
                      WS-RED-SERIAL         DELIMITED BY SIZE
                      " redeemed: "         DELIMITED BY SIZE
                      WS-FACE-OUT           DELIMITED BY SIZE
                      " to account "        DELIMITED BY SIZE
                      WS-RED-ACCT           DELIMITED BY SIZE
                      ", balance now "      DELIMITED BY SIZE
                      WS-BAL-OUT2           DELIMITED BY SIZE
                    INTO VCHRPT-REC
               END-STRING
           ELSE
               STRING "*** PIN refused for account "
                                            DELIMITED BY SIZE
                      WS-RED-ACCT-ARG       DELIMITED BY SPACE
                      ": "                  DELIMITED BY SIZE
                      WS-RED-RESULT         DELIMITED BY SIZE
                      " ***"                DELIMITED BY SIZE
                    INTO VCHRPT-REC
               END-STRING
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE VCHRPT-REC
           END-WRITE
           DISPLAY FUNCTION TRIM (VCHRPT-REC) UPON CONSOLE
           END-DISPLAY
           .

      *>  IVR -- one redemption per intake row, each answered on
      *>  VCHRESP.DAT so the IVR can tell the caller.
       REDEEM-IVR-FILE.
           MOVE SPACES TO WS-REFUSE-REASON
           OPEN INPUT VCHIVR
           IF VCHIVR-STATUS NOT = "00"
               MOVE "VCHIVR.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-REDEMPTION-FILES
           IF WS-REFUSE-REASON NOT = SPACES
               CLOSE VCHIVR
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT VCHRESP
           PERFORM UNTIL 0 = 1
               READ VCHIVR
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE IVR-ACCT-NO TO WS-RED-ACCT-ARG
               MOVE IVR-PIN     TO WS-RED-PIN
               MOVE "IVR "      TO WS-RED-CHANNEL
               PERFORM REDEEM-ONE-PIN
               PERFORM WRITE-IVR-RESPONSE
           END-PERFORM
           CLOSE VCHIVR
                 VCHRESP
           PERFORM CLOSE-REDEMPTION-FILES
           MOVE WS-RED-OK-COUNT TO WS-COUNT-OUT
           MOVE WS-RED-OK-VALUE TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "IVR redemptions applied: " DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                  "  totaling "               DELIMITED BY SIZE
                  WS-AMT-OUT                  DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE WS-RED-REF-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "IVR redemptions refused: " DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE WS-REACT-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "Reactivations written:   " DELIMITED BY SIZE
                  WS-COUNT-OUT                DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           IF WS-RED-REF-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       WRITE-IVR-RESPONSE.
           MOVE SPACES TO VCHRESP-REC
           IF WS-RED-RESULT = SPACES
               MOVE ACCT-PREPAID-BAL TO WS-BAL-OUT2
               STRING IVR-REF              DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      IVR-ACCT-NO          DELIMITED BY SIZE
                      " OK      "          DELIMITED BY SIZE
                      WS-BAL-OUT2          DELIMITED BY SIZE
                    INTO VCHRESP-REC
               END-STRING
           ELSE
               STRING IVR-REF              DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      IVR-ACCT-NO          DELIMITED BY SIZE
                      " REFUSED "          DELIMITED BY SIZE
                      WS-RED-RESULT        DELIMITED BY SIZE
                    INTO VCHRESP-REC
               END-STRING
           END-IF
           WRITE VCHRESP-REC
           END-WRITE
           .

      *>  One attempt, either channel: vetted, applied if good,
      *>  counted against the account if the PIN itself is bad, and
      *>  audited either way.
       REDEEM-ONE-PIN.
           MOVE SPACES TO WS-RED-RESULT
           MOVE "N"    TO WS-RED-COUNTS
           MOVE ZERO   TO WS-RED-SERIAL WS-RED-ACCT
           PERFORM VET-AND-APPLY-PIN
           IF WS-RED-RESULT = SPACES
               ADD 1              TO WS-RED-OK-COUNT
               ADD VCH-FACE-VALUE TO WS-RED-OK-VALUE
           ELSE
               ADD 1 TO WS-RED-REF-COUNT
               IF REFUSAL-COUNTS
                   PERFORM WRITE-FRAUD-ROW
               END-IF
           END-IF
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-RED-RESULT = SPACES
               MOVE VCH-FACE-VALUE TO WS-FACE-OUT
               STRING "action=REDEEMED  channel=" DELIMITED BY SIZE
                      WS-RED-CHANNEL              DELIMITED BY SIZE
                      "  acct="                   DELIMITED BY SIZE
                      WS-RED-ACCT                 DELIMITED BY SIZE
                      "  serial="                 DELIMITED BY SIZE
                      WS-RED-SERIAL               DELIMITED BY SIZE
                      "  face="                   DELIMITED BY SIZE
                      WS-FACE-OUT                 DELIMITED BY SIZE
                    INTO WS-AUDIT-TEXT
               END-STRING
           ELSE
               STRING "action=PIN-REFUSED  channel="
                                                  DELIMITED BY SIZE
                      WS-RED-CHANNEL              DELIMITED BY SIZE
                      "  acct="                   DELIMITED BY SIZE
                      WS-RED-ACCT-ARG             DELIMITED BY SPACE
                      "  serial="                 DELIMITED BY SIZE
                      WS-RED-SERIAL               DELIMITED BY SIZE
                      "  reason="                 DELIMITED BY SIZE
                      WS-RED-RESULT               DELIMITED BY SIZE
                    INTO WS-AUDIT-TEXT
               END-STRING
           END-IF
           PERFORM WRITE-AUDIT-LINE
           .

      *>  The account first -- a PIN is never looked at for an
      *>  account that cannot take it, or one held for review --
      *>  then the card behind the PIN.
       VET-AND-APPLY-PIN.
           IF FUNCTION TRIM (WS-RED-ACCT-ARG) IS NOT NUMERIC
               MOVE "UNKNOWN ACCOUNT" TO WS-RED-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RED-ACCT = FUNCTION NUMVAL (WS-RED-ACCT-ARG)
           END-COMPUTE
           MOVE WS-RED-ACCT TO ACCT-NO
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "UNKNOWN ACCOUNT" TO WS-RED-RESULT
                   EXIT PARAGRAPH
           END-READ
           IF NOT ACCT-PREPAID
               MOVE "ACCOUNT NOT PREPAID" TO WS-RED-RESULT
               EXIT PARAGRAPH
           END-IF
           IF ACCT-CLOSED
               MOVE "ACCOUNT CLOSED" TO WS-RED-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FRAUD-ROW
           IF FRAUD-ROW-FOUND
           AND FRD-WINDOW-CNT (FRD-IDX) >= WS-FRAUD-LIMIT
               MOVE "ACCOUNT HELD FOR REVIEW" TO WS-RED-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RED-PIN TO WS-PIN
           IF WS-PIN IS NOT NUMERIC
               MOVE "PIN NOT SIXTEEN DIGITS" TO WS-RED-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-PIN-DIGEST
           MOVE WS-DIGEST TO VPI-DIGEST
           READ VCHPIN
               INVALID KEY
                   MOVE "PIN NOT RECOGNIZED" TO WS-RED-RESULT
                   SET REFUSAL-COUNTS TO TRUE
                   EXIT PARAGRAPH
           END-READ
           MOVE VPI-SERIAL TO VCH-SERIAL
                              WS-RED-SERIAL
           READ VOUCHER
               INVALID KEY
                   MOVE "PIN NOT RECOGNIZED" TO WS-RED-RESULT
                   SET REFUSAL-COUNTS TO TRUE
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN VCH-REDEEMED
                   MOVE "PIN ALREADY USED" TO WS-RED-RESULT
               WHEN VCH-CREATED OR VCH-SHIPPED
                   MOVE "PIN NOT ACTIVATED" TO WS-RED-RESULT
               WHEN VCH-EXPIRED
               OR VCH-EXPIRY-DATE < WS-TODAY
                   MOVE "VOUCHER EXPIRED" TO WS-RED-RESULT
           END-EVALUATE
           IF WS-RED-RESULT NOT = SPACES
               SET REFUSAL-COUNTS TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-PREPAID-BAL TO WS-PRIOR-BAL
           ADD VCH-FACE-VALUE TO ACCT-PREPAID-BAL
           REWRITE ACCT-MASTER-REC
           END-REWRITE
           SET VCH-REDEEMED TO TRUE
           MOVE WS-TODAY    TO VCH-REDEEMED-DATE
           MOVE WS-RED-ACCT TO VCH-REDEEMED-ACCT
           MOVE WS-USERID   TO VCH-LAST-USERID
           REWRITE VOUCHER-REC
           END-REWRITE
           PERFORM WRITE-RECEIPT
      *>  The credit that lifts an exhausted balance back above
      *>  cutoff writes the reactivation order the same moment, as
      *>  a vendor top-up does.
           IF WS-PRIOR-BAL < ZERO
           AND ACCT-PREPAID-BAL >= ZERO
               ADD 1 TO WS-REACT-COUNT
               MOVE ACCT-PREPAID-BAL TO WS-BAL-OUT
               MOVE SPACES TO REACTIV-REC
               STRING ACCT-NO              DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-BAL-OUT           DELIMITED BY SIZE
                      " "                  DELIMITED BY SIZE
                      WS-TODAY             DELIMITED BY SIZE
                    INTO REACTIV-REC
               END-STRING
               WRITE REACTIV-REC
               END-WRITE
           END-IF
           .

      *>  teltopup's receipt, the card's serial as the reference.
       WRITE-RECEIPT.
           MOVE WS-PRIOR-BAL      TO WS-BAL-OUT
           MOVE ACCT-PREPAID-BAL  TO WS-BAL-OUT2
           MOVE SPACES TO TOPRCT-REC
           STRING WS-TODAY             DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  ACCT-NO              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  VCH-SERIAL           DELIMITED BY SIZE
                  " prior="            DELIMITED BY SIZE
                  WS-BAL-OUT           DELIMITED BY SIZE
                  " new="              DELIMITED BY SIZE
                  WS-BAL-OUT2          DELIMITED BY SIZE
                INTO TOPRCT-REC
           END-STRING
           WRITE TOPRCT-REC
           END-WRITE
           .

       WRITE-FRAUD-ROW.
           MOVE WS-TODAY       TO VFR-DATE
           MOVE WS-NOW (9:6)   TO VFR-TIME
           MOVE WS-RED-ACCT    TO VFR-ACCT-NO
           MOVE WS-RED-SERIAL  TO VFR-SERIAL
           MOVE WS-RED-RESULT  TO VFR-REASON
           MOVE WS-RED-CHANNEL TO VFR-CHANNEL
           MOVE WS-USERID      TO VFR-USERID
           WRITE VCHFRAUD-REC
           END-WRITE
           PERFORM COUNT-FRAUD-ROW
           .

      *>  Refusals inside the 30-day window, per account, restarting
      *>  after each REVIEWED row; the all-time count and last date
      *>  ride along for the report.
       LOAD-FRAUD-COUNTS.
           INITIALIZE FRAUD-TABLE
           MOVE ZERO TO WS-FRD-COUNT
           OPEN INPUT VCHFRAUD
           IF VFR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ VCHFRAUD
                   AT END
                       EXIT PERFORM
               END-READ
               PERFORM COUNT-FRAUD-ROW
           END-PERFORM
           CLOSE VCHFRAUD
           .

       COUNT-FRAUD-ROW.
           MOVE VFR-ACCT-NO TO WS-RED-ACCT
           PERFORM FIND-FRAUD-ROW
           IF NOT FRAUD-ROW-FOUND
               IF WS-FRD-COUNT >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FRD-COUNT
               SET FRD-IDX TO WS-FRD-COUNT
               MOVE VFR-ACCT-NO TO FRD-ACCT-NO (FRD-IDX)
           END-IF
           IF VFR-REASON = "REVIEWED"
               MOVE ZERO TO FRD-WINDOW-CNT (FRD-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FRD-TOTAL-CNT (FRD-IDX)
           MOVE VFR-DATE TO FRD-LAST-DATE (FRD-IDX)
           COMPUTE WS-FRD-AGE = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (VFR-DATE)
           END-COMPUTE
           IF WS-FRD-AGE < 30
               ADD 1 TO FRD-WINDOW-CNT (FRD-IDX)
           END-IF
           .

       FIND-FRAUD-ROW.
           MOVE "N" TO WS-FRD-FOUND
           PERFORM VARYING FRD-IDX FROM 1 BY 1
                   UNTIL FRD-IDX > WS-FRD-COUNT
               IF FRD-ACCT-NO (FRD-IDX) = WS-RED-ACCT
                   SET FRAUD-ROW-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *>  CLEAR ACCT: care has reviewed the account; its window
      *>  count starts again from this row.
       CLEAR-FRAUD-HOLD.
           MOVE SPACES TO WS-REFUSE-REASON
           IF FUNCTION TRIM (WS-ARG1) IS NOT NUMERIC
               MOVE "ACCOUNT NUMBER INVALID" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND VCHFRAUD
           IF VFR-STATUS NOT = "00"
               OPEN OUTPUT VCHFRAUD
           END-IF
           MOVE WS-TODAY       TO VFR-DATE
           MOVE WS-NOW (9:6)   TO VFR-TIME
           COMPUTE VFR-ACCT-NO = FUNCTION NUMVAL (WS-ARG1)
           END-COMPUTE
           MOVE ZERO           TO VFR-SERIAL
           MOVE "REVIEWED"     TO VFR-REASON
           MOVE "CARE"         TO VFR-CHANNEL
           MOVE WS-USERID      TO VFR-USERID
           WRITE VCHFRAUD-REC
           END-WRITE
           CLOSE VCHFRAUD
           MOVE SPACES TO VCHRPT-REC
           STRING "Voucher fraud hold cleared for account "
                                            DELIMITED BY SIZE
                  VFR-ACCT-NO               DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "action=CLEARED  acct="   DELIMITED BY SIZE
                  VFR-ACCT-NO               DELIMITED BY SIZE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *>  EXPIRE: every card still live past its expiry date.  An
      *>  activated card expiring unredeemed is the breakage figure
      *>  on the report; unsold stock simply voids.
       EXPIRE-PAST-DUE.
           MOVE SPACES TO WS-REFUSE-REASON
           OPEN I-O VOUCHER
           IF VCH-STATUS NOT = "00"
               MOVE "VOUCHER.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO VCH-SERIAL
           START VOUCHER KEY IS NOT LESS THAN VCH-SERIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ VOUCHER NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF (VCH-CREATED OR VCH-SHIPPED
                           OR VCH-ACTIVATED)
                       AND VCH-EXPIRY-DATE < WS-TODAY
                           IF VCH-ACTIVATED
                               ADD 1 TO WS-EXP-SOLD-CNT
                               ADD VCH-FACE-VALUE TO WS-EXP-SOLD-VAL
                           ELSE
                               ADD 1 TO WS-EXP-UNSOLD-CNT
                               ADD VCH-FACE-VALUE
                                 TO WS-EXP-UNSOLD-VAL
                           END-IF
                           SET VCH-EXPIRED TO TRUE
                           MOVE WS-USERID TO VCH-LAST-USERID
                           REWRITE VOUCHER-REC
                           END-REWRITE
                       END-IF
                   END-PERFORM
           END-START
           CLOSE VOUCHER
           MOVE WS-EXP-SOLD-CNT TO WS-COUNT-OUT
           MOVE WS-EXP-SOLD-VAL TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "Sold cards expired unredeemed: " DELIMITED BY SIZE
                  WS-COUNT-OUT                      DELIMITED BY SIZE
                  "  face "                         DELIMITED BY SIZE
                  WS-AMT-OUT                        DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE WS-EXP-UNSOLD-CNT TO WS-COUNT-OUT
           MOVE WS-EXP-UNSOLD-VAL TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "Unsold cards voided:           " DELIMITED BY SIZE
                  WS-COUNT-OUT                      DELIMITED BY SIZE
                  "  face "                         DELIMITED BY SIZE
                  WS-AMT-OUT                        DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "action=EXPIRED  sold="   DELIMITED BY SIZE
                  WS-EXP-SOLD-CNT           DELIMITED BY SIZE
                  "  unsold="               DELIMITED BY SIZE
                  WS-EXP-UNSOLD-CNT         DELIMITED BY SIZE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *>  REPORT: the distributor inventory, the liability position
      *>  and the fraud-review list.
       WRITE-INVENTORY-REPORT.
           MOVE SPACES TO WS-REFUSE-REASON
           OPEN INPUT VOUCHER
           IF VCH-STATUS NOT = "00"
               MOVE "VOUCHER.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               PERFORM REPORT-REFUSAL
               EXIT PARAGRAPH
           END-IF
           INITIALIZE DIST-TABLE
           PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                   UNTIL WS-STATE-IX > 5
               MOVE ZERO TO WS-TOT-CNT (WS-STATE-IX)
                            WS-TOT-VAL (WS-STATE-IX)
           END-PERFORM
           MOVE ZERO TO VCH-SERIAL
           START VOUCHER KEY IS NOT LESS THAN VCH-SERIAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ VOUCHER NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       PERFORM TALLY-ONE-CARD
                   END-PERFORM
           END-START
           CLOSE VOUCHER
           MOVE "==== VOUCHER INVENTORY BY DISTRIBUTOR ===="
             TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           MOVE "  Distributor      Created       Shipped     "
              & "Activated      Redeemed       Expired"
             TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           PERFORM VARYING DST-IDX FROM 1 BY 1
                   UNTIL DST-IDX > 200
               IF DST-USED (DST-IDX) = "Y"
                   PERFORM WRITE-DISTRIBUTOR-LINES
               END-IF
           END-PERFORM
           IF WS-DST-OVERFLOW > ZERO
               MOVE WS-DST-OVERFLOW TO WS-COUNT-OUT
               MOVE SPACES TO VCHRPT-REC
               STRING "  *** "              DELIMITED BY SIZE
                      WS-COUNT-OUT          DELIMITED BY SIZE
                      " cards under distributors beyond the "
                                            DELIMITED BY SIZE
                      "table -- in the totals only ***"
                                            DELIMITED BY SIZE
                    INTO VCHRPT-REC
               END-STRING
               WRITE VCHRPT-REC
               END-WRITE
           END-IF
           PERFORM WRITE-LIABILITY-POSITION
           PERFORM WRITE-FRAUD-REVIEW
           MOVE SPACES TO WS-AUDIT-TEXT
           MOVE "action=REPORT" TO WS-AUDIT-TEXT
           PERFORM WRITE-AUDIT-LINE
           .

       TALLY-ONE-CARD.
           MOVE ZERO TO WS-STATE-IX
           INSPECT WS-STATE-CODES TALLYING WS-STATE-IX
               FOR CHARACTERS BEFORE INITIAL VCH-STATE
           ADD 1 TO WS-STATE-IX
           IF WS-STATE-IX > 5
               EXIT PARAGRAPH
           END-IF
           ADD 1              TO WS-TOT-CNT (WS-STATE-IX)
           ADD VCH-FACE-VALUE TO WS-TOT-VAL (WS-STATE-IX)
           IF VCH-EXPIRED
           AND VCH-ACTIVATED-DATE > ZERO
               ADD 1              TO WS-BRK-TO-DATE-N
               ADD VCH-FACE-VALUE TO WS-BRK-TO-DATE
           END-IF
           PERFORM VARYING DST-IDX FROM 1 BY 1
                   UNTIL DST-IDX > 200
                   OR DST-USED (DST-IDX) NOT = "Y"
                   OR DST-CODE (DST-IDX) = VCH-DISTRIBUTOR
               CONTINUE
           END-PERFORM
           IF DST-IDX > 200
               ADD 1 TO WS-DST-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE "Y"             TO DST-USED (DST-IDX)
           MOVE VCH-DISTRIBUTOR TO DST-CODE (DST-IDX)
           ADD 1              TO DST-CNT (DST-IDX WS-STATE-IX)
           ADD VCH-FACE-VALUE TO DST-VAL (DST-IDX WS-STATE-IX)
           .

      *>  Two lines per distributor: card counts, then face value,
      *>  one column per state.
       WRITE-DISTRIBUTOR-LINES.
           PERFORM VARYING WS-STATE-IX FROM 1 BY 1
                   UNTIL WS-STATE-IX > 5
               MOVE DST-CNT (DST-IDX WS-STATE-IX)
                 TO WS-CNT-OUT (WS-STATE-IX)
               MOVE DST-VAL (DST-IDX WS-STATE-IX)
                 TO WS-VAL-OUT (WS-STATE-IX)
           END-PERFORM
           MOVE SPACES TO VCHRPT-REC
           IF DST-CODE (DST-IDX) = SPACES
               MOVE "  (our stock)" TO VCHRPT-REC
           ELSE
               MOVE DST-CODE (DST-IDX) TO VCHRPT-REC (3:8)
           END-IF
           STRING "   cards"       DELIMITED BY SIZE
                  "      "         DELIMITED BY SIZE
                  WS-CNT-OUT (1)   DELIMITED BY SIZE
                  "       "        DELIMITED BY SIZE
                  WS-CNT-OUT (2)   DELIMITED BY SIZE
                  "       "        DELIMITED BY SIZE
                  WS-CNT-OUT (3)   DELIMITED BY SIZE
                  "       "        DELIMITED BY SIZE
                  WS-CNT-OUT (4)   DELIMITED BY SIZE
                  "       "        DELIMITED BY SIZE
                  WS-CNT-OUT (5)   DELIMITED BY SIZE
                INTO VCHRPT-REC (14:)
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE SPACES TO VCHRPT-REC
           STRING "   face "       DELIMITED BY SIZE
                  WS-VAL-OUT (1)   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-VAL-OUT (2)   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-VAL-OUT (3)   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-VAL-OUT (4)   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-VAL-OUT (5)   DELIMITED BY SIZE
                INTO VCHRPT-REC (14:)
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           .

      *>  What the shop owes on cards sold but not redeemed -- the
      *>  deferred revenue the voucher float represents -- and what
      *>  has already moved off it.
       WRITE-LIABILITY-POSITION.
           MOVE SPACES TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           MOVE "==== VOUCHER LIABILITY POSITION ====" TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           MOVE WS-TOT-CNT (3) TO WS-COUNT-OUT
           MOVE WS-TOT-VAL (3) TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "  Sold, not redeemed (deferred):  " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  " cards  "                    DELIMITED BY SIZE
                  WS-AMT-OUT                    DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE WS-TOT-CNT (4) TO WS-COUNT-OUT
           MOVE WS-TOT-VAL (4) TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "  Redeemed to prepaid balances:   " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  " cards  "                    DELIMITED BY SIZE
                  WS-AMT-OUT                    DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           MOVE WS-BRK-TO-DATE-N TO WS-COUNT-OUT
           MOVE WS-BRK-TO-DATE   TO WS-AMT-OUT
           MOVE SPACES TO VCHRPT-REC
           STRING "  Sold and expired (breakage):    " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  " cards  "                    DELIMITED BY SIZE
                  WS-AMT-OUT                    DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           COMPUTE WS-AMT-OUT = WS-TOT-VAL (1) + WS-TOT-VAL (2)
           END-COMPUTE
           COMPUTE WS-COUNT-OUT = WS-TOT-CNT (1) + WS-TOT-CNT (2)
           END-COMPUTE
           MOVE SPACES TO VCHRPT-REC
           STRING "  Unsold stock (no liability):    " DELIMITED BY SIZE
                  WS-COUNT-OUT                  DELIMITED BY SIZE
                  " cards  "                    DELIMITED BY SIZE
                  WS-AMT-OUT                    DELIMITED BY SIZE
                INTO VCHRPT-REC
           END-STRING
           WRITE VCHRPT-REC
           END-WRITE
           .

       WRITE-FRAUD-REVIEW.
           PERFORM LOAD-FRAUD-COUNTS
           MOVE SPACES TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           MOVE "==== REFUSED VOUCHER PINS BY ACCOUNT ===="
             TO VCHRPT-REC
           WRITE VCHRPT-REC
           END-WRITE
           PERFORM VARYING FRD-IDX FROM 1 BY 1
                   UNTIL FRD-IDX > WS-FRD-COUNT
               IF FRD-TOTAL-CNT (FRD-IDX) > ZERO
                   MOVE FRD-TOTAL-CNT (FRD-IDX)  TO WS-CNT-OUT (1)
                   MOVE FRD-WINDOW-CNT (FRD-IDX) TO WS-CNT-OUT (2)
                   MOVE SPACES TO VCHRPT-REC
                   STRING "  acct "                  DELIMITED BY SIZE
                          FRD-ACCT-NO (FRD-IDX)      DELIMITED BY SIZE
                          "  refused "               DELIMITED BY SIZE
                          WS-CNT-OUT (1)             DELIMITED BY SIZE
                          "  last 30 days "          DELIMITED BY SIZE
                          WS-CNT-OUT (2)             DELIMITED BY SIZE
                          "  last "                  DELIMITED BY SIZE
                          FRD-LAST-DATE (FRD-IDX)    DELIMITED BY SIZE
                        INTO VCHRPT-REC
                   END-STRING
                   IF FRD-WINDOW-CNT (FRD-IDX) >= WS-FRAUD-LIMIT
                       MOVE "HELD" TO VCHRPT-REC (78:4)
                   END-IF
                   WRITE VCHRPT-REC
                   END-WRITE
               END-IF
           END-PERFORM
           .

      *>  One sealed line on TELVCH.AUD: when, who, then the text
      *>  the caller built.
       WRITE-AUDIT-LINE.
           MOVE SPACES TO VCHAUDIT-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  user="              DELIMITED BY SIZE
                  WS-USERID              DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-AUDIT-TEXT          DELIMITED BY SIZE
                INTO VCHAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE VCHAUDIT-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELVCH" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELVCH.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELVCH.AUD" TO SRQ-TRAIL
           MOVE VCHAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO VCHAUDIT-REC
           .
       END PROGRAM telvch.
