      *>
      *> telpriv.cob -- customer privacy requests.  A customer may
      *> ask for everything we hold on them, and the answer is due
      *> inside 30 days; and personal data must go once the
      *> retention obligation on a closed account has run.  Until
      *> now neither could be done without an engineer.
      *>
      *>   telpriv USERID ACCESS ACCT [RECEIVEDDATE]
      *>     the subject-access package, PRIVACY.<acct>.TXT: the
      *>     account master, every register document, every rated
      *>     call on STMTDET.DAT, the account's ^TELCALL subtree in
      *>     the GT.M per-call store (when TELCO_GTM_POST is on),
      *>     disputes, the deposit, the payment plan, the numbers
      *>     the inventory gives the account, the CRM extract rows
      *>     and every audit-trail line that names the account.
      *>     Given the date the request came in, the package states
      *>     the 30-day due date and flags a late answer (RC 4).
      *>     TELLEGAL.AUD is deliberately left out -- a subpoena
      *>     response is not disclosed to its subject.
      *>   telpriv USERID ANON [PREVIEW]
      *>     the anonymization sweep.  An account closed longer than
      *>     TELCO_PRIV_RETAIN_DAYS (default 2555, seven years)
      *>     before today, with nothing open -- no register balance,
      *>     no prepaid balance, no open dispute, no held deposit,
      *>     no active payment plan, and no legal hold from
      *>     tellegal (LEGALHLD.DAT) -- has its name, address and
      *>     e-mail on ACCTMAST.DAT, the called and calling
      *>     numbers on its STMTDET.DAT lines, the called and
      *>     calling numbers of its HELDSUSP.DAT images, the lines
      *>     on its LINEPER.DAT per-line usage rows and the numbers
      *>     in its ^TELCALL subtree replaced with stable tokens.
      *>     (LINESUM.DAT holds only the open period, long since cut
      *>     over for an account closed this long.)  PREVIEW
      *>     lists what would go and why the rest stay, touching
      *>     nothing.
      *>
      *> A token is "#" and fourteen digits, two rolling digests of
      *> the value keyed by TELCO_PRIV_TOKEN_KEY -- the same value
      *> always gives the same token, so call patterns still count
      *> and group, but without the key the digits cannot be
      *> worked back.  No key, no sweep.  The state on the address
      *> stays (tax and escheat reporting run by state), and no
      *> amount anywhere is touched: the STMTDET.DAT rewrite is
      *> proved call-for-call and cent-for-cent against the file
      *> it replaces before it goes live, and the register,
      *> summaries and GL are never opened for output.  The sealed
      *> audit trails stay as written -- their chain is the proof
      *> of what was done, and they carry account numbers, which
      *> now lead only to tokens.  Schedule the sweep outside the
      *> telco5 window, as for telpurge, since STMTDET.DAT is
      *> rewritten whole.
      *>
      *> Both verbs need the legal-response authority on AUTHTB
      *> ("L", fail closed) and the TELAUTHN credential, as for
      *> tellegal; every package and every anonymized account is
      *> on the TELPRIV.AUD trail.  Run report on TELPRIV.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telpriv.
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
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT INVREG   ASSIGN TO
                "INVREG.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS INV-NO
                FILE STATUS IS INVREG-STATUS
                .
           SELECT STMTDET  ASSIGN TO
                "STMTDET.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS STMT-STATUS
                .
           SELECT STMTNEW  ASSIGN TO
                "STMTDET.NEW"
                LINE SEQUENTIAL
                FILE STATUS IS STMTNEW-STATUS
                .
           SELECT HELDSUSP ASSIGN TO
                "HELDSUSP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS HELD-SEQ
                FILE STATUS IS HELDSUSP-STATUS
                .
           SELECT LINEPER  ASSIGN TO
                "LINEPER.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LINEPER-KEY
                FILE STATUS IS LINEPER-STATUS
                .
           SELECT DISPUTE  ASSIGN TO
                "DISPUTE.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DSP-NO
                FILE STATUS IS DSP-STATUS
                .
           SELECT DEPOSIT  ASSIGN TO
                "DEPOSIT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS DEP-ACCT-NO
                FILE STATUS IS DEP-STATUS
                .
           SELECT PAYPLAN  ASSIGN TO
                "PAYPLAN.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PLN-ACCT-NO
                FILE STATUS IS PLN-STATUS
                .
           SELECT LEGALHLD ASSIGN TO
                "LEGALHLD.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LGH-KEY
                FILE STATUS IS LGH-STATUS
                .
           SELECT NUMINV   ASSIGN TO
                "NUMINV.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS NUM-TELEPHONE
                FILE STATUS IS NUMINV-STATUS
                .
           SELECT CRMEVENT ASSIGN TO
                "CRMEVENT.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS CRM-STATUS
                .
           SELECT AUDTRAIL ASSIGN TO
                WS-TRAIL-NAME
                LINE SEQUENTIAL
                FILE STATUS IS TRAIL-STATUS
                .
           SELECT GTMOUT   ASSIGN TO
                "PRIVGTM.TMP"
                LINE SEQUENTIAL
                FILE STATUS IS GTMOUT-STATUS
                .
           SELECT PKGFILE  ASSIGN TO
                WS-PKG-NAME
                LINE SEQUENTIAL
                FILE STATUS IS PKG-STATUS
                .
           SELECT PRIVAUD  ASSIGN TO
                "TELPRIV.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS PRIVAUD-STATUS
                .
           SELECT PRIVRPT  ASSIGN TO
                "TELPRIV.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS PRIVRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  INVREG.
           COPY CBINVREG.
       FD  STMTDET.
           COPY CBSTMT.
       FD  STMTNEW.
       01  STMTNEW-REC       PIC X(75).
       FD  HELDSUSP.
           COPY CBHELD.
       FD  LINEPER.
           COPY CBLINEPER.
       FD  DISPUTE.
           COPY CBDISPUTE.
       FD  DEPOSIT.
           COPY CBDEPOSIT.
       FD  PAYPLAN.
           COPY CBPAYPLAN.
       FD  LEGALHLD.
           COPY CBLGLHLD.
       FD  NUMINV.
           COPY CBNUMINV.
      *>  Same fixed row the telco5 CRM extract writes.
       FD  CRMEVENT.
       01  CRMEVENT-REC.
           05  EVT-ACCT-NO      PIC 9(10).
           05  EVT-TYPE         PIC X(08).
           05  EVT-RUN-DATE     PIC 9(08).
           05  EVT-AMOUNT       PIC S9(09)V99.
           05  EVT-REFERENCE    PIC X(30).
       FD  AUDTRAIL.
       01  AUDTRAIL-REC      PIC X(300).
       FD  GTMOUT.
       01  GTMOUT-REC        PIC X(200).
       FD  PKGFILE.
       01  PKG-REC           PIC X(132).
       FD  PRIVAUD.
       01  PRIVAUD-REC       PIC X(190).
       FD  PRIVRPT.
       01  PRIVRPT-REC       PIC X(132).

       WORKING-STORAGE SECTION.
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  INVREG-STATUS     PIC XX      VALUE "00".
       01  STMT-STATUS       PIC XX      VALUE "00".
       01  STMTNEW-STATUS    PIC XX      VALUE "00".
       01  HELDSUSP-STATUS   PIC XX      VALUE "00".
       01  LINEPER-STATUS    PIC XX      VALUE "00".
       01  DSP-STATUS        PIC XX      VALUE "00".
       01  DEP-STATUS        PIC XX      VALUE "00".
       01  PLN-STATUS        PIC XX      VALUE "00".
       01  LGH-STATUS        PIC XX      VALUE "00".
       01  NUMINV-STATUS     PIC XX      VALUE "00".
       01  CRM-STATUS        PIC XX      VALUE "00".
       01  TRAIL-STATUS      PIC XX      VALUE "00".
       01  GTMOUT-STATUS     PIC XX      VALUE "00".
       01  PKG-STATUS        PIC XX      VALUE "00".
       01  PRIVAUD-STATUS    PIC XX      VALUE "00".
       01  PRIVRPT-STATUS    PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-CMDLINE        PIC X(80)   VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-VERB           PIC X(08)   VALUE SPACES.
       01  WS-ARG1           PIC X(12)   VALUE SPACES.
       01  WS-ARG2           PIC X(12)   VALUE SPACES.
       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-AUTHN-RESULT   PIC X       VALUE "Y".
       01  WS-AUDIT-TEXT     PIC X(150)  VALUE SPACES.
       01  WS-REN-RC         PIC S9(09)  COMP-5 VALUE ZERO.

      *>  ACCESS.
       01  WS-SEL-ACCT       PIC 9(10)   VALUE ZERO.
       01  WS-SEL-ACCT-X     REDEFINES WS-SEL-ACCT PIC X(10).
       01  WS-RECEIVED-DATE  PIC 9(08)   VALUE ZERO.
       01  WS-DUE-DATE       PIC 9(08)   VALUE ZERO.
       01  WS-PKG-NAME       PIC X(30)   VALUE SPACES.
       01  WS-TRAIL-NAME     PIC X(20)   VALUE SPACES.
       01  WS-TX             PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-HITS           PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-SECTION-COUNT  PIC 9(07)   VALUE ZERO.
       01  WS-SECTION-AMT    PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-PKG-LINES      PIC 9(07)   VALUE ZERO.
       01  WS-OPEN-AMT       PIC S9(09)V99 COMP-5 VALUE ZERO.

      *>  ANON.
       01  WS-PREVIEW        PIC X       VALUE "N".
           88  PREVIEW-ONLY             VALUE "Y".
       01  WS-ENV-RETAIN     PIC X(06)   VALUE SPACES.
       01  WS-RETAIN-DAYS    PIC 9(05)   VALUE 2555.
       01  WS-PRIV-KEY       PIC X(40)   VALUE SPACES.
       01  WS-KEY-QUOTES     PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-CLOSED-DAYS    PIC S9(09)  COMP-5 VALUE ZERO.

      *>  Closed accounts past retention, in account order (the
      *>  master reads in key order), so the file scans find them
      *>  by SEARCH ALL.  Unused slots keep the high key.
       01  CANDIDATE-TABLE.
           05  CND-ENTRY OCCURS 5000 TIMES
                         ASCENDING KEY IS CND-ACCT-NO
                         INDEXED BY CND-IDX.
               10  CND-ACCT-NO     PIC 9(10)     VALUE 9999999999.
               10  CND-DISC-DATE   PIC 9(08)     VALUE ZERO.
               10  CND-OPEN-BAL    PIC S9(11)V99 COMP-5 VALUE ZERO.
               10  CND-REASON      PIC X(20)     VALUE SPACES.
                   88  CND-ELIGIBLE              VALUE SPACES.
               10  CND-STMT-LINES  PIC 9(07)     COMP-5 VALUE ZERO.
               10  CND-STMT-CHARGE PIC S9(11)V99 COMP-5 VALUE ZERO.
       01  WS-CND-COUNT      PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-CND-OVERFLOW   PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-ELIGIBLE-COUNT PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-ANON-COUNT     PIC 9(05)   COMP-5 VALUE ZERO.
       01  WS-LOOK-ACCT      PIC 9(10)   VALUE ZERO.
       01  WS-FOUND          PIC X       VALUE "N".
           88  ACCOUNT-FOUND            VALUE "Y".

      *>  The STMTDET.DAT rewrite, proved before it replaces the
      *>  file.
       01  WS-STMT-IN-COUNT  PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-STMT-OUT-COUNT PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-STMT-IN-AMT    PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-STMT-OUT-AMT   PIC S9(13)V99 COMP-5 VALUE ZERO.
       01  WS-STMT-TOKENED   PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-CALLING-TOKENED PIC 9(09)  COMP-5 VALUE ZERO.
       01  WS-STMT-TIES      PIC X       VALUE "N".
           88  STMT-TIES-OUT            VALUE "Y".
       01  WS-HELD-TOKENED   PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-LINE-TOKENED   PIC 9(07)   COMP-5 VALUE ZERO.
       01  WS-LNP-SAVE-KEY   PIC X(31)   VALUE SPACES.
       01  WS-LNP-SAVE-CALLS PIC 9(09)   VALUE ZERO.
       01  WS-LNP-SAVE-MOU   PIC S9(09)  VALUE ZERO.
       01  WS-LNP-SAVE-CHG   PIC S9(09)V99 VALUE ZERO.
       01  WS-GTM-TOKENED    PIC 9(05)   COMP-5 VALUE ZERO.

      *>  One token: "#", nine digits of the 31 digest and five of
      *>  the 37 digest, over the key then the value, spaces
      *>  skipped.
       01  WS-TOK-VALUE      PIC X(50)   VALUE SPACES.
       01  WS-TOKEN          PIC X(15)   VALUE SPACES.
       01  WS-TOKEN-PARTS    REDEFINES WS-TOKEN.
           05  WS-TOKEN-MARK     PIC X(01).
           05  WS-TOKEN-D1       PIC 9(09).
           05  WS-TOKEN-D2       PIC 9(05).
       01  WS-DIGEST-1       PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-DIGEST-2       PIC 9(09)   COMP-5 VALUE ZERO.
       01  WS-CHAR-POS       PIC 9(03)   COMP-5 VALUE ZERO.
       01  WS-CHAR-ORD       PIC 9(04)   COMP-5 VALUE ZERO.
       01  WS-ONE-CHAR       PIC X(01)   VALUE SPACE.

      *>  GT.M call-in link, as tellegal and telgtm.
       01  WS-ENV-GTM        PIC X       VALUE SPACE.
       01  WS-GTM-STATUS     USAGE BINARY-LONG VALUE ZERO.
       01  WS-GTM-ERROR      PIC X(512)  VALUE SPACES.
       01  WS-GTM-COMMAND    PIC X(640)  VALUE SPACES.
       01  WS-LINK-UP        PIC X       VALUE "N".
       01  WS-GTM-SWEPT      PIC X       VALUE "N".

       01  WS-AMT-OUT        PIC -9(09).99.
       01  WS-AMT-OUT2       PIC -9(09).99.
       01  WS-AMT-OUT3       PIC -9(09).99.
       01  WS-BIG-OUT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-UNITS-OUT      PIC -9(09).
       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

      *>  The audit trails on file (see CBAUDTRL.cpy).
           COPY CBAUDTRL.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-VERB
                    WS-ARG1
                    WS-ARG2
           END-UNSTRING
           OPEN OUTPUT PRIVRPT
           IF WS-USERID = SPACES
           OR (WS-VERB NOT = "ACCESS" AND WS-VERB NOT = "ANON")
           OR (WS-VERB = "ACCESS"
               AND FUNCTION TRIM (WS-ARG1) IS NOT NUMERIC)
               MOVE "*** usage: telpriv USERID ACCESS ACCT "
                  & "[RECEIVEDDATE] | USERID ANON [PREVIEW] ***"
                 TO PRIVRPT-REC
               WRITE PRIVRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE PRIVRPT
               STOP RUN
           END-IF
           OPEN EXTEND PRIVAUD
           IF PRIVAUD-STATUS NOT = "00"
               OPEN OUTPUT PRIVAUD
           END-IF
           PERFORM CHECK-LEGAL-AUTHORITY
           IF NOT USER-AUTHORIZED
               MOVE "*** legal-response authority required -- "
                  & "privacy request refused ***" TO PRIVRPT-REC
               WRITE PRIVRPT-REC
               END-WRITE
               DISPLAY FUNCTION TRIM (PRIVRPT-REC) UPON CONSOLE
               END-DISPLAY
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "action=REFUSED-NOT-AUTHORIZED  verb="
                                          DELIMITED BY SIZE
                      WS-VERB             DELIMITED BY SPACE
                      "  arg="            DELIMITED BY SIZE
                      WS-ARG1             DELIMITED BY SPACE
                    INTO WS-AUDIT-TEXT
               END-STRING
               PERFORM WRITE-AUDIT-LINE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-VERB = "ACCESS"
                   PERFORM BUILD-ACCESS-PACKAGE
               ELSE
                   PERFORM RUN-ANONYMIZATION
               END-IF
           END-IF
           CLOSE PRIVAUD
                 PRIVRPT
           STOP RUN
           .

      *>  Same authority and credential as tellegal: whoever reads
      *>  or disposes of subscriber records under a privacy request
      *>  answers for it exactly as for a subpoena.
       CHECK-LEGAL-AUTHORITY.
           MOVE "N" TO WS-AUTHORIZED
           OPEN INPUT AUTHTB
           IF AUTH-STATUS = "00"
               MOVE WS-USERID TO AUTH-USERID
               READ AUTHTB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AUTH-LEGAL
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           IF USER-AUTHORIZED
               MOVE "Y" TO WS-AUTHN-RESULT
               CALL "TELAUTHN" USING WS-USERID WS-AUTHN-RESULT
                   ON EXCEPTION
                       MOVE "Y" TO WS-AUTHN-RESULT
               END-CALL
               IF WS-AUTHN-RESULT NOT = "Y"
                   MOVE "N" TO WS-AUTHORIZED
               END-IF
           END-IF
           .

      *>=============================================================
      *>  ACCESS -- the subject-access package.
      *>=============================================================
       BUILD-ACCESS-PACKAGE.
           COMPUTE WS-SEL-ACCT = FUNCTION NUMVAL (WS-ARG1)
           END-COMPUTE
           IF WS-ARG2 NOT = SPACES
               IF WS-ARG2 (1:8) IS NUMERIC
               AND WS-ARG2 (9:4) = SPACES
                   MOVE WS-ARG2 (1:8) TO WS-RECEIVED-DATE
               END-IF
               IF WS-RECEIVED-DATE = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD (WS-RECEIVED-DATE)
                  NOT = 0
                   MOVE "*** RECEIVEDDATE must be YYYYMMDD ***"
                     TO PRIVRPT-REC
                   WRITE PRIVRPT-REC
                   END-WRITE
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DATE)
                        + 30)
               END-COMPUTE
           END-IF
           MOVE SPACES TO WS-PKG-NAME
           STRING "PRIVACY."          DELIMITED BY SIZE
                  WS-SEL-ACCT         DELIMITED BY SIZE
                  ".TXT"              DELIMITED BY SIZE
                INTO WS-PKG-NAME
           END-STRING
           OPEN OUTPUT PKGFILE
           MOVE SPACES TO PKG-REC
           STRING "PERSONAL DATA HELD -- SUBJECT ACCESS PACKAGE  "
                                      DELIMITED BY SIZE
                  "ACCOUNT "          DELIMITED BY SIZE
                  WS-SEL-ACCT         DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           MOVE SPACES TO PKG-REC
           STRING "Produced "         DELIMITED BY SIZE
                  WS-TODAY            DELIMITED BY SIZE
                  " by "              DELIMITED BY SIZE
                  WS-USERID           DELIMITED BY SPACE
                INTO PKG-REC
           END-STRING
           IF WS-RECEIVED-DATE NOT = ZERO
               STRING "  request received " DELIMITED BY SIZE
                      WS-RECEIVED-DATE      DELIMITED BY SIZE
                      "  due "              DELIMITED BY SIZE
                      WS-DUE-DATE           DELIMITED BY SIZE
                    INTO PKG-REC (33:)
               END-STRING
               IF WS-TODAY > WS-DUE-DATE
                   MOVE "  ANSWERED LATE" TO PKG-REC (85:15)
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WRITE-PKG-LINE
           PERFORM PKG-ACCOUNT-MASTER
           PERFORM PKG-REGISTER
           PERFORM PKG-CALL-DETAIL
           PERFORM PKG-GTM-STORE
           PERFORM PKG-DISPUTES
           PERFORM PKG-DEPOSIT-AND-PLAN
           PERFORM PKG-NUMBERS
           PERFORM PKG-CRM-EVENTS
           PERFORM PKG-AUDIT-TRAILS
           MOVE SPACES TO PKG-REC
           PERFORM WRITE-PKG-LINE
           MOVE "-- END OF PACKAGE --" TO PKG-REC
           PERFORM WRITE-PKG-LINE
           CLOSE PKGFILE
           MOVE WS-PKG-LINES TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "Subject-access package written to "
                                      DELIMITED BY SIZE
                  WS-PKG-NAME         DELIMITED BY SPACE
                  ": "                DELIMITED BY SIZE
                  WS-COUNT-OUT        DELIMITED BY SIZE
                  " lines"            DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           DISPLAY FUNCTION TRIM (PRIVRPT-REC) UPON CONSOLE
           END-DISPLAY
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "action=ACCESS-PACKAGE  acct="  DELIMITED BY SIZE
                  WS-SEL-ACCT                     DELIMITED BY SIZE
                  "  received="                   DELIMITED BY SIZE
                  WS-RECEIVED-DATE                DELIMITED BY SIZE
                  "  lines="                      DELIMITED BY SIZE
                  WS-PKG-LINES                    DELIMITED BY SIZE
                  "  gtm="                        DELIMITED BY SIZE
                  WS-GTM-SWEPT                    DELIMITED BY SIZE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

       WRITE-PKG-LINE.
           WRITE PKG-REC
           END-WRITE
           ADD 1 TO WS-PKG-LINES
           .

       PKG-SECTION-HEAD.
           MOVE SPACES TO WS-AUDIT-TEXT
           MOVE PKG-REC TO WS-AUDIT-TEXT
           MOVE SPACES TO PKG-REC
           PERFORM WRITE-PKG-LINE
           MOVE SPACES TO PKG-REC
           STRING "==== "             DELIMITED BY SIZE
                  FUNCTION TRIM (WS-AUDIT-TEXT)
                                      DELIMITED BY SIZE
                  " ===="             DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           MOVE ZERO TO WS-SECTION-COUNT WS-SECTION-AMT
           .

       PKG-SECTION-COUNT.
           MOVE WS-SECTION-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO PKG-REC
           STRING "  Records: "       DELIMITED BY SIZE
                  WS-COUNT-OUT        DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           .

       PKG-FILE-ABSENT.
           MOVE SPACES TO PKG-REC
           STRING "  (not available at this run: " DELIMITED BY SIZE
                  WS-TRAIL-NAME                    DELIMITED BY SPACE
                  ")"                              DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           .

       PKG-ACCOUNT-MASTER.
           MOVE "ACCOUNT AND CONTACT DETAILS (ACCTMAST.DAT)"
             TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "ACCTMAST.DAT" TO WS-TRAIL-NAME
               PERFORM PKG-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-ACCT TO ACCT-NO
           READ ACCT-MASTER
               INVALID KEY
                   MOVE "  No account master record on file."
                     TO PKG-REC
                   PERFORM WRITE-PKG-LINE
                   CLOSE ACCT-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCT-MASTER
           MOVE SPACES TO PKG-REC
           STRING "  Name:       "    DELIMITED BY SIZE
                  ACCT-NAME           DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           MOVE SPACES TO PKG-REC
           STRING "  Address:    "    DELIMITED BY SIZE
                  ACCT-ADDR-LINE1     DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           IF ACCT-ADDR-LINE2 NOT = SPACES
               MOVE SPACES TO PKG-REC
               STRING "              " DELIMITED BY SIZE
                      ACCT-ADDR-LINE2  DELIMITED BY SIZE
                    INTO PKG-REC
               END-STRING
               PERFORM WRITE-PKG-LINE
           END-IF
           MOVE SPACES TO PKG-REC
           STRING "              "    DELIMITED BY SIZE
                  ACCT-ADDR-CITY      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-STATE     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  ACCT-ADDR-ZIP       DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           MOVE SPACES TO PKG-REC
           STRING "  E-mail:     "    DELIMITED BY SIZE
                  ACCT-EMAIL-ADDR     DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           MOVE SPACES TO PKG-REC
           STRING "  Plan "           DELIMITED BY SIZE
                  ACCT-PLAN-CODE      DELIMITED BY SIZE
                  "  cycle "          DELIMITED BY SIZE
                  ACCT-CYCLE-CODE     DELIMITED BY SIZE
                  "  status "         DELIMITED BY SIZE
                  ACCT-STATUS-IND     DELIMITED BY SIZE
                  "  disconnected "   DELIMITED BY SIZE
                  ACCT-DISC-DATE      DELIMITED BY SIZE
                  "  signed "         DELIMITED BY SIZE
                  ACCT-SIGN-DATE      DELIMITED BY SIZE
                  "  agent "          DELIMITED BY SIZE
                  ACCT-AGENT-CODE     DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           MOVE ACCT-CREDIT-LIMIT TO WS-AMT-OUT
           MOVE ACCT-PREPAID-BAL  TO WS-AMT-OUT2
           MOVE SPACES TO PKG-REC
           STRING "  Credit limit "   DELIMITED BY SIZE
                  WS-AMT-OUT          DELIMITED BY SIZE
                  "  prepaid "        DELIMITED BY SIZE
                  ACCT-PREPAID-IND    DELIMITED BY SIZE
                  " balance "         DELIMITED BY SIZE
                  WS-AMT-OUT2         DELIMITED BY SIZE
                  "  delivery "       DELIMITED BY SIZE
                  ACCT-DELIVERY-PREF  DELIMITED BY SIZE
                  "  language "       DELIMITED BY SIZE
                  ACCT-LANG-PREF      DELIMITED BY SIZE
                  "  currency "       DELIMITED BY SIZE
                  ACCT-BILL-CURRENCY  DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           IF ACCT-PARENT-NO NOT = ZERO
           OR ACCT-CASH-ONLY
           OR ACCT-ADDR-ON-HOLD
               MOVE SPACES TO PKG-REC
               STRING "  Parent account " DELIMITED BY SIZE
                      ACCT-PARENT-NO      DELIMITED BY SIZE
                      "  cash-only "      DELIMITED BY SIZE
                      ACCT-CASH-ONLY-IND  DELIMITED BY SIZE
                      "  last return "    DELIMITED BY SIZE
                      ACCT-LAST-RETURN    DELIMITED BY SIZE
                      "  address hold "   DELIMITED BY SIZE
                      ACCT-ADDR-HOLD-IND  DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      ACCT-ADDR-HOLD-DATE DELIMITED BY SIZE
                    INTO PKG-REC
               END-STRING
               PERFORM WRITE-PKG-LINE
           END-IF
           IF ACCT-ANON-DATE NOT = ZERO
               MOVE SPACES TO PKG-REC
               STRING "  Personal details anonymized on "
                                      DELIMITED BY SIZE
                      ACCT-ANON-DATE  DELIMITED BY SIZE
                      " after the retention period."
                                      DELIMITED BY SIZE
                    INTO PKG-REC
               END-STRING
               PERFORM WRITE-PKG-LINE
           END-IF
           .

       PKG-REGISTER.
           MOVE "INVOICES AND CREDITS (INVREG.DAT)" TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               MOVE "INVREG.DAT" TO WS-TRAIL-NAME
               PERFORM PKG-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE "  Document  Type Period Issued   Due      "
              & "    Amount due         Paid  Written off"
             TO PKG-REC
           PERFORM WRITE-PKG-LINE
           MOVE ZERO TO INV-NO
           START INVREG KEY IS NOT LESS THAN INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ INVREG NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF INV-ACCT-NO = WS-SEL-ACCT
                           PERFORM PKG-ONE-DOCUMENT
                       END-IF
                   END-PERFORM
           END-START
           CLOSE INVREG
           PERFORM PKG-SECTION-COUNT
           .

       PKG-ONE-DOCUMENT.
           ADD 1 TO WS-SECTION-COUNT
           MOVE INV-AMT-DUE  TO WS-AMT-OUT
           MOVE INV-PAID-AMT TO WS-AMT-OUT2
           MOVE INV-WOFF-AMT TO WS-AMT-OUT3
           MOVE SPACES TO PKG-REC
           STRING "  "                DELIMITED BY SIZE
                  INV-NO              DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  INV-DOC-TYPE        DELIMITED BY SIZE
                  "    "              DELIMITED BY SIZE
                  INV-PERIOD          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  INV-ISSUE-DATE      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  INV-DUE-DATE        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-AMT-OUT          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-AMT-OUT2         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-AMT-OUT3         DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           .

       PKG-CALL-DETAIL.
           MOVE "RATED CALLS, MESSAGES AND SESSIONS (STMTDET.DAT)"
             TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           OPEN INPUT STMTDET
           IF STMT-STATUS NOT = "00"
               MOVE "STMTDET.DAT" TO WS-TRAIL-NAME
               PERFORM PKG-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ STMTDET
                   AT END
                       EXIT PERFORM
               END-READ
               IF STMT-ACCT-NO = WS-SEL-ACCT
                   ADD 1 TO WS-SECTION-COUNT
                   ADD STMT-CHARGE TO WS-SECTION-AMT
                   MOVE STMT-CHARGE TO WS-AMT-OUT
                   MOVE STMT-UNITS  TO WS-UNITS-OUT
                   MOVE SPACES TO PKG-REC
                   STRING "  "                 DELIMITED BY SIZE
                          STMT-CALL-DATE       DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          STMT-CALL-TIME       DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          STMT-CALLED-NUMBER   DELIMITED BY SIZE
                          " "                  DELIMITED BY SIZE
                          STMT-RATE-CLASS      DELIMITED BY SIZE
                          " from "             DELIMITED BY SIZE
                          STMT-CALLING-NUMBER  DELIMITED BY SIZE
                          " units "            DELIMITED BY SIZE
                          WS-UNITS-OUT         DELIMITED BY SIZE
                          " charge "           DELIMITED BY SIZE
                          WS-AMT-OUT           DELIMITED BY SIZE
                        INTO PKG-REC
                   END-STRING
                   PERFORM WRITE-PKG-LINE
               END-IF
           END-PERFORM
           CLOSE STMTDET
           PERFORM PKG-SECTION-COUNT
           MOVE WS-SECTION-AMT TO WS-BIG-OUT
           MOVE SPACES TO PKG-REC
           STRING "  Charges: "       DELIMITED BY SIZE
                  WS-BIG-OUT          DELIMITED BY SIZE
                INTO PKG-REC
           END-STRING
           PERFORM WRITE-PKG-LINE
           .

      *>  The ^TELCALL subtree, ZWRITE to a scratch file GT.M
      *>  writes for us, read back into the package and removed.
       PKG-GTM-STORE.
           MOVE "PER-CALL STORE (GT.M ^TELCALL)" TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           PERFORM BRING-UP-GTM-LINK
           IF WS-LINK-UP NOT = "Y"
               MOVE "  The per-call store is not posted or not "
                  & "reachable at this run; the call detail above "
                  & "is the full record." TO PKG-REC
               PERFORM WRITE-PKG-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GTM-COMMAND
           STRING "o ""PRIVGTM.TMP"":(newversion) "
                                      DELIMITED BY SIZE
                  "u ""PRIVGTM.TMP"" zwrite ^TELCALL("
                                      DELIMITED BY SIZE
                  WS-SEL-ACCT         DELIMITED BY SIZE
                  ",*) c ""PRIVGTM.TMP"""
                                      DELIMITED BY SIZE
                  X"00"               DELIMITED BY SIZE
             INTO WS-GTM-COMMAND
           END-STRING
           PERFORM EXECUTE-GTM-COMMAND
           IF WS-GTM-STATUS = ZERO
               MOVE "Y" TO WS-GTM-SWEPT
           END-IF
           PERFORM TAKE-DOWN-GTM-LINK
           OPEN INPUT GTMOUT
           IF GTMOUT-STATUS = "00"
               PERFORM UNTIL 0 = 1
                   READ GTMOUT
                       AT END
                           EXIT PERFORM
                   END-READ
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO PKG-REC
                   MOVE GTMOUT-REC (1:128) TO PKG-REC (3:128)
                   PERFORM WRITE-PKG-LINE
               END-PERFORM
               CLOSE GTMOUT
               CALL "CBL_DELETE_FILE" USING "PRIVGTM.TMP"
                   RETURNING WS-REN-RC
               END-CALL
           END-IF
           PERFORM PKG-SECTION-COUNT
           .

       PKG-DISPUTES.
           MOVE "BILLING DISPUTES (DISPUTE.DAT)" TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           OPEN INPUT DISPUTE
           IF DSP-STATUS NOT = "00"
               MOVE "DISPUTE.DAT" TO WS-TRAIL-NAME
               PERFORM PKG-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DSP-NO
           START DISPUTE KEY IS NOT LESS THAN DSP-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ DISPUTE NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF DSP-ACCT-NO = WS-SEL-ACCT
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE DSP-AMOUNT TO WS-AMT-OUT
                           MOVE SPACES TO PKG-REC
                           STRING "  Dispute "      DELIMITED BY SIZE
                                  DSP-NO            DELIMITED BY SIZE
                                  " invoice "       DELIMITED BY SIZE
                                  DSP-INV-NO        DELIMITED BY SIZE
                                  " reason "        DELIMITED BY SIZE
                                  DSP-REASON        DELIMITED BY SIZE
                                  " amount "        DELIMITED BY SIZE
                                  WS-AMT-OUT        DELIMITED BY SIZE
                                  " status "        DELIMITED BY SIZE
                                  DSP-STATUS-IND    DELIMITED BY SIZE
                                  " opened "        DELIMITED BY SIZE
                                  DSP-OPEN-DATE     DELIMITED BY SIZE
                                  " resolved "      DELIMITED BY SIZE
                                  DSP-RESOLVE-DATE  DELIMITED BY SIZE
                                INTO PKG-REC
                           END-STRING
                           PERFORM WRITE-PKG-LINE
                       END-IF
                   END-PERFORM
           END-START
           CLOSE DISPUTE
           PERFORM PKG-SECTION-COUNT
           .

       PKG-DEPOSIT-AND-PLAN.
           MOVE "SECURITY DEPOSIT AND PAYMENT PLAN" TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           OPEN INPUT DEPOSIT
           IF DEP-STATUS = "00"
               MOVE WS-SEL-ACCT TO DEP-ACCT-NO
               READ DEPOSIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE DEP-PRINCIPAL TO WS-AMT-OUT
                       MOVE DEP-INTEREST  TO WS-AMT-OUT2
                       MOVE SPACES TO PKG-REC
                       STRING "  Deposit principal " DELIMITED BY SIZE
                              WS-AMT-OUT             DELIMITED BY SIZE
                              " interest "           DELIMITED BY SIZE
                              WS-AMT-OUT2            DELIMITED BY SIZE
                              " received "           DELIMITED BY SIZE
                              DEP-RECEIPT-DATE       DELIMITED BY SIZE
                              " status "             DELIMITED BY SIZE
                              DEP-STATUS-IND         DELIMITED BY SIZE
                            INTO PKG-REC
                       END-STRING
                       PERFORM WRITE-PKG-LINE
               END-READ
               CLOSE DEPOSIT
           END-IF
           OPEN INPUT PAYPLAN
           IF PLN-STATUS = "00"
               MOVE WS-SEL-ACCT TO PLN-ACCT-NO
               READ PAYPLAN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE PLN-AGREED-TOT TO WS-AMT-OUT
                       MOVE PLN-PAID-TOT   TO WS-AMT-OUT2
                       MOVE SPACES TO PKG-REC
                       STRING "  Payment plan agreed " DELIMITED BY SIZE
                              WS-AMT-OUT             DELIMITED BY SIZE
                              " paid "               DELIMITED BY SIZE
                              WS-AMT-OUT2            DELIMITED BY SIZE
                              " started "            DELIMITED BY SIZE
                              PLN-START-DATE         DELIMITED BY SIZE
                              " next due "           DELIMITED BY SIZE
                              PLN-NEXT-DUE-DATE      DELIMITED BY SIZE
                              " status "             DELIMITED BY SIZE
                              PLN-STATUS-IND         DELIMITED BY SIZE
                            INTO PKG-REC
                       END-STRING
                       PERFORM WRITE-PKG-LINE
               END-READ
               CLOSE PAYPLAN
           END-IF
           PERFORM PKG-SECTION-COUNT
           .

       PKG-NUMBERS.
           MOVE "TELEPHONE NUMBERS (NUMINV.DAT)" TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           OPEN INPUT NUMINV
           IF NUMINV-STATUS NOT = "00"
               MOVE "NUMINV.DAT" TO WS-TRAIL-NAME
               PERFORM PKG-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
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
                       IF NUM-OWNER-ACCT = WS-SEL-ACCT
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE SPACES TO PKG-REC
                           STRING "  "              DELIMITED BY SIZE
                                  NUM-TELEPHONE     DELIMITED BY SIZE
                                  " state "         DELIMITED BY SIZE
                                  NUM-STATUS-IND    DELIMITED BY SIZE
                                  " since "         DELIMITED BY SIZE
                                  NUM-EFF-DATE      DELIMITED BY SIZE
                                INTO PKG-REC
                           END-STRING
                           PERFORM WRITE-PKG-LINE
                       END-IF
                   END-PERFORM
           END-START
           CLOSE NUMINV
           PERFORM PKG-SECTION-COUNT
           .

       PKG-CRM-EVENTS.
           MOVE "CUSTOMER-RELATIONSHIP EXTRACT (CRMEVENT.DAT)"
             TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           OPEN INPUT CRMEVENT
           IF CRM-STATUS NOT = "00"
               MOVE "CRMEVENT.DAT" TO WS-TRAIL-NAME
               PERFORM PKG-FILE-ABSENT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ CRMEVENT
                   AT END
                       EXIT PERFORM
               END-READ
               IF EVT-ACCT-NO = WS-SEL-ACCT
               AND EVT-TYPE NOT = "TRL     "
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE EVT-AMOUNT TO WS-AMT-OUT
                   MOVE SPACES TO PKG-REC
                   STRING "  "                DELIMITED BY SIZE
                          EVT-RUN-DATE        DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          EVT-TYPE            DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          WS-AMT-OUT          DELIMITED BY SIZE
                          " "                 DELIMITED BY SIZE
                          EVT-REFERENCE       DELIMITED BY SIZE
                        INTO PKG-REC
                   END-STRING
                   PERFORM WRITE-PKG-LINE
               END-IF
           END-PERFORM
           CLOSE CRMEVENT
           PERFORM PKG-SECTION-COUNT
           .

      *>  Every line on every registered trail that carries the
      *>  account number -- except the legal-response access log.
       PKG-AUDIT-TRAILS.
           MOVE "RECORDED ACTIONS ON THE ACCOUNT (AUDIT TRAILS)"
             TO PKG-REC
           PERFORM PKG-SECTION-HEAD
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > AT-TRAIL-COUNT
               IF AT-NAME (WS-TX) NOT = "TELLEGAL.AUD"
                   MOVE AT-NAME (WS-TX) TO WS-TRAIL-NAME
                   PERFORM PKG-ONE-TRAIL
               END-IF
           END-PERFORM
           PERFORM PKG-SECTION-COUNT
           .

       PKG-ONE-TRAIL.
           OPEN INPUT AUDTRAIL
           IF TRAIL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL 0 = 1
               READ AUDTRAIL
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE ZERO TO WS-HITS
               INSPECT AUDTRAIL-REC TALLYING WS-HITS
                   FOR ALL WS-SEL-ACCT-X
               IF WS-HITS > ZERO
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE SPACES TO PKG-REC
                   STRING "  "                DELIMITED BY SIZE
                          WS-TRAIL-NAME       DELIMITED BY SPACE
                          ": "                DELIMITED BY SIZE
                          FUNCTION TRIM (AUDTRAIL-REC)
                                              DELIMITED BY SIZE
                        INTO PKG-REC
                   END-STRING
                   PERFORM WRITE-PKG-LINE
               END-IF
           END-PERFORM
           CLOSE AUDTRAIL
           .

      *>=============================================================
      *>  ANON -- the retention sweep.
      *>=============================================================
       RUN-ANONYMIZATION.
           IF WS-ARG1 = "PREVIEW"
               SET PREVIEW-ONLY TO TRUE
           END-IF
           MOVE SPACES TO WS-ENV-RETAIN
           ACCEPT WS-ENV-RETAIN FROM ENVIRONMENT
               "TELCO_PRIV_RETAIN_DAYS"
           END-ACCEPT
           IF WS-ENV-RETAIN NOT = SPACES
               COMPUTE WS-RETAIN-DAYS = FUNCTION NUMVAL (WS-ENV-RETAIN)
               END-COMPUTE
           END-IF
           IF WS-RETAIN-DAYS = ZERO
               MOVE 2555 TO WS-RETAIN-DAYS
           END-IF
           MOVE "TELCO_PRIV_RETAIN_DAYS" TO CFQ-SETTING
           MOVE WS-ENV-RETAIN TO CFQ-ENV-VALUE
           MOVE WS-RETAIN-DAYS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
      *>  The token key itself is never recorded anywhere -- only
      *>  whether one was set.
           MOVE SPACES TO WS-PRIV-KEY
           ACCEPT WS-PRIV-KEY FROM ENVIRONMENT "TELCO_PRIV_TOKEN_KEY"
           END-ACCEPT
           MOVE ZERO TO WS-KEY-QUOTES
           INSPECT WS-PRIV-KEY TALLYING WS-KEY-QUOTES FOR ALL """"
           MOVE "TELCO_PRIV_TOKEN_KEY" TO CFQ-SETTING
           IF WS-PRIV-KEY = SPACES
               MOVE SPACES TO CFQ-ENV-VALUE
               MOVE "NOT SET" TO CFQ-EFF-VALUE
           ELSE
               MOVE "(set)" TO CFQ-ENV-VALUE
               MOVE "SET" TO CFQ-EFF-VALUE
           END-IF
           PERFORM RECORD-RUN-SETTING
           IF WS-PRIV-KEY = SPACES OR WS-KEY-QUOTES > ZERO
               MOVE "*** TELCO_PRIV_TOKEN_KEY missing or unusable "
                  & "-- no tokens can be made, sweep refused ***"
                 TO PRIVRPT-REC
               WRITE PRIVRPT-REC
               END-WRITE
               DISPLAY FUNCTION TRIM (PRIVRPT-REC) UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CANDIDATES
           IF ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM SCREEN-REGISTER-BALANCES
           PERFORM SCREEN-OPEN-DISPUTES
           PERFORM SCREEN-DEPOSIT-PLAN-HOLD
           MOVE ZERO TO WS-ELIGIBLE-COUNT
           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CND-COUNT
               IF CND-ELIGIBLE (CND-IDX)
                   ADD 1 TO WS-ELIGIBLE-COUNT
               END-IF
           END-PERFORM
           IF NOT PREVIEW-ONLY AND WS-ELIGIBLE-COUNT > ZERO
               PERFORM TOKENIZE-STATEMENT-DETAIL
               IF STMT-TIES-OUT
                   PERFORM TOKENIZE-HELD-CDRS
                   PERFORM TOKENIZE-LINE-USAGE
                   PERFORM TOKENIZE-GTM-STORE
                   PERFORM ANONYMIZE-MASTERS
               END-IF
           END-IF
           PERFORM WRITE-SWEEP-REPORT
           .

      *>  Closed longer than the retention period and not already
      *>  done.  A prepaid balance still on the account is money
      *>  owed to someone, so it stays.
       LOAD-CANDIDATES.
           OPEN INPUT ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               MOVE "*** ACCTMAST.DAT not available ***"
                 TO PRIVRPT-REC
               WRITE PRIVRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO ACCT-NO
           START ACCT-MASTER KEY IS NOT LESS THAN ACCT-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ ACCT-MASTER NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF ACCT-CLOSED
                       AND ACCT-ANON-DATE = ZERO
                       AND ACCT-DISC-DATE > ZERO
                           PERFORM CONSIDER-ONE-ACCOUNT
                       END-IF
                   END-PERFORM
           END-START
           CLOSE ACCT-MASTER
           .

       CONSIDER-ONE-ACCOUNT.
           COMPUTE WS-CLOSED-DAYS = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE (ACCT-DISC-DATE)
           END-COMPUTE
           IF WS-CLOSED-DAYS < WS-RETAIN-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-CND-COUNT >= 5000
               ADD 1 TO WS-CND-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CND-COUNT
           SET CND-IDX TO WS-CND-COUNT
           MOVE ACCT-NO        TO CND-ACCT-NO (CND-IDX)
           MOVE ACCT-DISC-DATE TO CND-DISC-DATE (CND-IDX)
           IF ACCT-PREPAID-BAL NOT = ZERO
               MOVE "PREPAID BALANCE" TO CND-REASON (CND-IDX)
           END-IF
           .

       FIND-CANDIDATE.
           MOVE "N" TO WS-FOUND
           IF WS-CND-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL CND-ENTRY
               AT END
                   CONTINUE
               WHEN CND-ACCT-NO (CND-IDX) = WS-LOOK-ACCT
                   SET ACCOUNT-FOUND TO TRUE
           END-SEARCH
           .

      *>  Open balance on the register, every document type, the
      *>  way telaging nets it.
       SCREEN-REGISTER-BALANCES.
           OPEN INPUT INVREG
           IF INVREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO INV-NO
           START INVREG KEY IS NOT LESS THAN INV-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ INVREG NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       MOVE INV-ACCT-NO TO WS-LOOK-ACCT
                       PERFORM FIND-CANDIDATE
                       IF ACCOUNT-FOUND
                           COMPUTE CND-OPEN-BAL (CND-IDX) =
                                   CND-OPEN-BAL (CND-IDX)
                                   + INV-AMT-DUE - INV-PAID-AMT
                                   - INV-WOFF-AMT
                           END-COMPUTE
                       END-IF
                   END-PERFORM
           END-START
           CLOSE INVREG
           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CND-COUNT
               IF CND-OPEN-BAL (CND-IDX) NOT = ZERO
               AND CND-ELIGIBLE (CND-IDX)
                   MOVE "OPEN BALANCE" TO CND-REASON (CND-IDX)
               END-IF
           END-PERFORM
           .

       SCREEN-OPEN-DISPUTES.
           OPEN INPUT DISPUTE
           IF DSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO DSP-NO
           START DISPUTE KEY IS NOT LESS THAN DSP-NO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ DISPUTE NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF DSP-OPEN
                           MOVE DSP-ACCT-NO TO WS-LOOK-ACCT
                           PERFORM FIND-CANDIDATE
                           IF ACCOUNT-FOUND
                           AND CND-ELIGIBLE (CND-IDX)
                               MOVE "OPEN DISPUTE"
                                 TO CND-REASON (CND-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
           END-START
           CLOSE DISPUTE
           .

      *>  Keyed looks per account: a deposit still held, a payment
      *>  plan still running, a legal hold by any case.
       SCREEN-DEPOSIT-PLAN-HOLD.
           OPEN INPUT DEPOSIT
           OPEN INPUT PAYPLAN
           OPEN INPUT LEGALHLD
           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CND-COUNT
               IF CND-ELIGIBLE (CND-IDX) AND DEP-STATUS = "00"
                   MOVE CND-ACCT-NO (CND-IDX) TO DEP-ACCT-NO
                   READ DEPOSIT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DEP-HELD
                           AND DEP-PRINCIPAL + DEP-INTEREST NOT = ZERO
                               MOVE "DEPOSIT HELD"
                                 TO CND-REASON (CND-IDX)
                           END-IF
                   END-READ
               END-IF
               IF CND-ELIGIBLE (CND-IDX) AND PLN-STATUS = "00"
                   MOVE CND-ACCT-NO (CND-IDX) TO PLN-ACCT-NO
                   READ PAYPLAN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PLN-ACTIVE
                               MOVE "PAYMENT PLAN ACTIVE"
                                 TO CND-REASON (CND-IDX)
                           END-IF
                   END-READ
               END-IF
               IF CND-ELIGIBLE (CND-IDX) AND LGH-STATUS = "00"
                   PERFORM CHECK-LEGAL-HOLDS
               END-IF
           END-PERFORM
           IF DEP-STATUS = "00"
               CLOSE DEPOSIT
           END-IF
           IF PLN-STATUS = "00"
               CLOSE PAYPLAN
           END-IF
           IF LGH-STATUS = "00"
               CLOSE LEGALHLD
           END-IF
           .

       CHECK-LEGAL-HOLDS.
           MOVE CND-ACCT-NO (CND-IDX) TO LGH-ACCT-NO
           MOVE LOW-VALUES            TO LGH-CASEREF
           START LEGALHLD KEY IS NOT LESS THAN LGH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ LEGALHLD NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF LGH-ACCT-NO NOT = CND-ACCT-NO (CND-IDX)
                           EXIT PERFORM
                       END-IF
                       IF LGH-HELD
                           MOVE "LEGAL HOLD" TO CND-REASON (CND-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-START
           .

      *>  STMTDET.DAT copied to STMTDET.NEW with the eligible
      *>  accounts' called numbers tokenized.  The copy replaces the
      *>  file only when it holds the same calls and the same
      *>  charges to the cent; otherwise nothing is anonymized this
      *>  run.
       TOKENIZE-STATEMENT-DETAIL.
           MOVE "N" TO WS-STMT-TIES
           OPEN INPUT STMTDET
           IF STMT-STATUS NOT = "00"
               MOVE "Y" TO WS-STMT-TIES
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STMTNEW
           PERFORM UNTIL 0 = 1
               READ STMTDET
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1           TO WS-STMT-IN-COUNT
               ADD STMT-CHARGE TO WS-STMT-IN-AMT
               MOVE STMT-ACCT-NO TO WS-LOOK-ACCT
               PERFORM FIND-CANDIDATE
               IF ACCOUNT-FOUND
                   IF CND-ELIGIBLE (CND-IDX)
                       MOVE STMT-CALLED-NUMBER TO WS-TOK-VALUE
                       PERFORM MAKE-TOKEN
                       IF WS-TOKEN NOT = STMT-CALLED-NUMBER
                           MOVE WS-TOKEN TO STMT-CALLED-NUMBER
                           ADD 1 TO WS-STMT-TOKENED
                       END-IF
                       MOVE STMT-CALLING-NUMBER TO WS-TOK-VALUE
                       PERFORM MAKE-TOKEN
                       IF WS-TOKEN NOT = STMT-CALLING-NUMBER
                           MOVE WS-TOKEN TO STMT-CALLING-NUMBER
                           ADD 1 TO WS-CALLING-TOKENED
                       END-IF
                       ADD 1 TO CND-STMT-LINES (CND-IDX)
                       ADD STMT-CHARGE TO CND-STMT-CHARGE (CND-IDX)
                   END-IF
               END-IF
               MOVE STMT-DET-REC TO STMTNEW-REC
               WRITE STMTNEW-REC
               END-WRITE
               ADD 1           TO WS-STMT-OUT-COUNT
               ADD STMT-CHARGE TO WS-STMT-OUT-AMT
           END-PERFORM
           CLOSE STMTDET
                 STMTNEW
           IF WS-STMT-IN-COUNT = WS-STMT-OUT-COUNT
           AND WS-STMT-IN-AMT = WS-STMT-OUT-AMT
               MOVE "Y" TO WS-STMT-TIES
               CALL "CBL_DELETE_FILE" USING "STMTDET.DAT"
                   RETURNING WS-REN-RC
               END-CALL
               CALL "CBL_RENAME_FILE" USING
                   "STMTDET.NEW" "STMTDET.DAT"
                   RETURNING WS-REN-RC
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING "STMTDET.NEW"
                   RETURNING WS-REN-RC
               END-CALL
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *>  The suspense images: called number at byte 38, calling
      *>  number at byte 58 of the CDR (see CBCDR.cpy).
       TOKENIZE-HELD-CDRS.
           OPEN I-O HELDSUSP
           IF HELDSUSP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO HELD-SEQ
           START HELDSUSP KEY IS NOT LESS THAN HELD-SEQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ HELDSUSP NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       MOVE HELD-ACCT-NO TO WS-LOOK-ACCT
                       PERFORM FIND-CANDIDATE
                       IF ACCOUNT-FOUND
                           IF CND-ELIGIBLE (CND-IDX)
                               PERFORM TOKENIZE-ONE-HELD-CDR
                           END-IF
                       END-IF
                   END-PERFORM
           END-START
           CLOSE HELDSUSP
           .

       TOKENIZE-ONE-HELD-CDR.
           MOVE HELD-CDR-IMAGE (38:15) TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE WS-TOKEN TO HELD-CDR-IMAGE (38:15)
           MOVE HELD-CDR-IMAGE (58:15) TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE WS-TOKEN TO HELD-CDR-IMAGE (58:15)
           REWRITE HELD-SUSP-REC
           END-REWRITE
           ADD 1 TO WS-HELD-TOKENED
           .

      *>  The line is the row's key, so a tokenized row is deleted
      *>  and written back under its token (which sorts ahead of
      *>  any number, so the sweep never meets it again), and the
      *>  sweep restarts just past the row it replaced.  Two
      *>  numbers meeting on one token fold into one row -- the
      *>  figures are added, never lost.
       TOKENIZE-LINE-USAGE.
           OPEN I-O LINEPER
           IF LINEPER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO LINEPER-KEY
           START LINEPER KEY IS GREATER THAN LINEPER-KEY
               INVALID KEY
                   CLOSE LINEPER
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ LINEPER NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               MOVE LNP-ACCT-NO TO WS-LOOK-ACCT
               PERFORM FIND-CANDIDATE
               IF ACCOUNT-FOUND
                   IF CND-ELIGIBLE (CND-IDX)
                       MOVE LNP-LINE-NO TO WS-TOK-VALUE
                       PERFORM MAKE-TOKEN
                       IF WS-TOKEN NOT = LNP-LINE-NO
                           PERFORM TOKENIZE-ONE-LINE-ROW
                           MOVE WS-LNP-SAVE-KEY TO LINEPER-KEY
                           START LINEPER KEY IS GREATER THAN
                                 LINEPER-KEY
                               INVALID KEY
                                   EXIT PERFORM
                           END-START
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE LINEPER
           .

       TOKENIZE-ONE-LINE-ROW.
           MOVE LINEPER-KEY    TO WS-LNP-SAVE-KEY
           MOVE LNP-CALL-COUNT TO WS-LNP-SAVE-CALLS
           MOVE LNP-MOU-TOT    TO WS-LNP-SAVE-MOU
           MOVE LNP-CHARGE-TOT TO WS-LNP-SAVE-CHG
           DELETE LINEPER
           END-DELETE
           MOVE WS-LNP-SAVE-KEY TO LINEPER-KEY
           MOVE WS-TOKEN        TO LNP-LINE-NO
           READ LINEPER
               INVALID KEY
                   MOVE WS-LNP-SAVE-KEY   TO LINEPER-KEY
                   MOVE WS-TOKEN          TO LNP-LINE-NO
                   MOVE WS-LNP-SAVE-CALLS TO LNP-CALL-COUNT
                   MOVE WS-LNP-SAVE-MOU   TO LNP-MOU-TOT
                   MOVE WS-LNP-SAVE-CHG   TO LNP-CHARGE-TOT
                   WRITE LINEPER-REC
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LNP-SAVE-CALLS TO LNP-CALL-COUNT
                   ADD WS-LNP-SAVE-MOU   TO LNP-MOU-TOT
                   ADD WS-LNP-SAVE-CHG   TO LNP-CHARGE-TOT
                   REWRITE LINEPER-REC
                   END-REWRITE
           END-READ
           ADD 1 TO WS-LINE-TOKENED
           .

      *>  The same token, made inside GT.M over each node's first
      *>  piece (the called number), one xecute line per account:
      *>  walk date, time and record number; digest key and value
      *>  (the ORD the COBOL side uses is $A plus one); set the
      *>  piece unless it is empty or already a token.
       TOKENIZE-GTM-STORE.
           PERFORM BRING-UP-GTM-LINK
           IF WS-LINK-UP NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CND-COUNT
               IF CND-ELIGIBLE (CND-IDX)
                   MOVE CND-ACCT-NO (CND-IDX) TO WS-LOOK-ACCT
                   PERFORM TOKENIZE-ONE-GTM-ACCOUNT
               END-IF
           END-PERFORM
           PERFORM TAKE-DOWN-GTM-LINK
           .

       TOKENIZE-ONE-GTM-ACCOUNT.
           MOVE SPACES TO WS-GTM-COMMAND
           STRING "s %k="""           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PRIV-KEY)
                                      DELIMITED BY SIZE
                  """,%d="""" f  s %d=$o(^TELCALL("
                                      DELIMITED BY SIZE
                  WS-LOOK-ACCT        DELIMITED BY SIZE
                  ",%d)) q:%d=""""  s %t="""" f  s %t=$o(^TELCALL("
                                      DELIMITED BY SIZE
                  WS-LOOK-ACCT        DELIMITED BY SIZE
                  ",%d,%t)) q:%t=""""  s %r="""" f  s %r=$o(^TELCALL("
                                      DELIMITED BY SIZE
                  WS-LOOK-ACCT        DELIMITED BY SIZE
                  ",%d,%t,%r)) q:%r=""""  s %v=^TELCALL("
                                      DELIMITED BY SIZE
                  WS-LOOK-ACCT        DELIMITED BY SIZE
                  ",%d,%t,%r),%s=$tr(%k_$p(%v,""|""),"" ""),%h=0,%g=0"
                                      DELIMITED BY SIZE
                  " f %i=1:1:$l(%s)+1 s:%i'>$l(%s) "
                                      DELIMITED BY SIZE
                  "%h=(%h*31+$a(%s,%i)+1)#999999937,"
                                      DELIMITED BY SIZE
                  "%g=(%g*37+$a(%s,%i)+1)#99991 "
                                      DELIMITED BY SIZE
                  "i %i>$l(%s),$e(%v)'=""#"",$p(%v,""|"")'="""" "
                                      DELIMITED BY SIZE
                  "s $p(^TELCALL("    DELIMITED BY SIZE
                  WS-LOOK-ACCT        DELIMITED BY SIZE
                  ",%d,%t,%r),""|"")=""#""_$e(1000000000+%h,2,10)"
                                      DELIMITED BY SIZE
                  "_$e(100000+%g,2,6)"
                                      DELIMITED BY SIZE
                  X"00"               DELIMITED BY SIZE
             INTO WS-GTM-COMMAND
           END-STRING
           PERFORM EXECUTE-GTM-COMMAND
           IF WS-GTM-STATUS = ZERO
               ADD 1 TO WS-GTM-TOKENED
           END-IF
           .

      *>  Name, address and e-mail to tokens; the state stays.  The
      *>  date marks the account done for every later sweep.
       ANONYMIZE-MASTERS.
           OPEN I-O ACCT-MASTER
           IF ACCT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CND-COUNT
               IF CND-ELIGIBLE (CND-IDX)
                   MOVE CND-ACCT-NO (CND-IDX) TO ACCT-NO
                   READ ACCT-MASTER
                       INVALID KEY
                           MOVE "NOT ON MASTER"
                             TO CND-REASON (CND-IDX)
                       NOT INVALID KEY
                           PERFORM ANONYMIZE-ONE-MASTER
                   END-READ
               END-IF
           END-PERFORM
           CLOSE ACCT-MASTER
           .

       ANONYMIZE-ONE-MASTER.
           MOVE ACCT-NAME TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE SPACES TO ACCT-NAME
           STRING "ANON "             DELIMITED BY SIZE
                  WS-TOKEN            DELIMITED BY SIZE
                INTO ACCT-NAME
           END-STRING
           MOVE ACCT-ADDR-LINE1 TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE WS-TOKEN TO ACCT-ADDR-LINE1
           MOVE ACCT-ADDR-LINE2 TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE WS-TOKEN TO ACCT-ADDR-LINE2
           MOVE ACCT-ADDR-CITY TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE WS-TOKEN TO ACCT-ADDR-CITY
           MOVE ACCT-ADDR-ZIP TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE WS-TOKEN (1:10) TO ACCT-ADDR-ZIP
           MOVE ACCT-EMAIL-ADDR TO WS-TOK-VALUE
           PERFORM MAKE-TOKEN
           MOVE WS-TOKEN TO ACCT-EMAIL-ADDR
           MOVE WS-TODAY TO ACCT-ANON-DATE
           REWRITE ACCT-MASTER-REC
           END-REWRITE
           ADD 1 TO WS-ANON-COUNT
           MOVE CND-STMT-LINES (CND-IDX)  TO WS-COUNT-OUT
           MOVE CND-STMT-CHARGE (CND-IDX) TO WS-AMT-OUT
           MOVE SPACES TO WS-AUDIT-TEXT
           STRING "action=ANONYMIZED  acct="   DELIMITED BY SIZE
                  ACCT-NO                      DELIMITED BY SIZE
                  "  closed="                  DELIMITED BY SIZE
                  ACCT-DISC-DATE               DELIMITED BY SIZE
                  "  stmt-lines="              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-COUNT-OUT) DELIMITED BY SIZE
                  "  stmt-charges="            DELIMITED BY SIZE
                  WS-AMT-OUT                   DELIMITED BY SIZE
                  "  retain-days="             DELIMITED BY SIZE
                  WS-RETAIN-DAYS               DELIMITED BY SIZE
                INTO WS-AUDIT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-LINE
           .

      *>  Spaces stay spaces and a token stays the token it is, so
      *>  a second pass over anything changes nothing.
       MAKE-TOKEN.
           IF WS-TOK-VALUE = SPACES
           OR WS-TOK-VALUE (1:1) = "#"
               MOVE WS-TOK-VALUE TO WS-TOKEN
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DIGEST-1 WS-DIGEST-2
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 40
               MOVE WS-PRIV-KEY (WS-CHAR-POS:1) TO WS-ONE-CHAR
               PERFORM DIGEST-ONE-CHAR
           END-PERFORM
           PERFORM VARYING WS-CHAR-POS FROM 1 BY 1
                   UNTIL WS-CHAR-POS > 50
               MOVE WS-TOK-VALUE (WS-CHAR-POS:1) TO WS-ONE-CHAR
               PERFORM DIGEST-ONE-CHAR
           END-PERFORM
           MOVE "#"         TO WS-TOKEN-MARK
           MOVE WS-DIGEST-1 TO WS-TOKEN-D1
           MOVE WS-DIGEST-2 TO WS-TOKEN-D2
           .

       DIGEST-ONE-CHAR.
           IF WS-ONE-CHAR = SPACE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHAR-ORD = FUNCTION ORD (WS-ONE-CHAR)
           END-COMPUTE
           COMPUTE WS-DIGEST-1 = FUNCTION MOD
                   (WS-DIGEST-1 * 31 + WS-CHAR-ORD, 999999937)
           END-COMPUTE
           COMPUTE WS-DIGEST-2 = FUNCTION MOD
                   (WS-DIGEST-2 * 37 + WS-CHAR-ORD, 99991)
           END-COMPUTE
           .

       WRITE-SWEEP-REPORT.
           MOVE SPACES TO PRIVRPT-REC
           STRING "PERSONAL-DATA RETENTION SWEEP  "  DELIMITED BY SIZE
                  WS-TODAY                          DELIMITED BY SIZE
                  "  retention "                    DELIMITED BY SIZE
                  WS-RETAIN-DAYS                    DELIMITED BY SIZE
                  " days"                           DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           IF PREVIEW-ONLY
               MOVE "-- PREVIEW, NOTHING CHANGED" TO PRIVRPT-REC (60:27)
           END-IF
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE SPACES TO PRIVRPT-REC
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE "  Account     Closed    Outcome              "
              & "Call lines        Charges"
             TO PRIVRPT-REC
           WRITE PRIVRPT-REC
           END-WRITE
           PERFORM VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > WS-CND-COUNT
               MOVE CND-STMT-LINES (CND-IDX)  TO WS-COUNT-OUT
               MOVE CND-STMT-CHARGE (CND-IDX) TO WS-AMT-OUT
               MOVE SPACES TO PRIVRPT-REC
               STRING "  "                      DELIMITED BY SIZE
                      CND-ACCT-NO (CND-IDX)     DELIMITED BY SIZE
                      "  "                      DELIMITED BY SIZE
                      CND-DISC-DATE (CND-IDX)   DELIMITED BY SIZE
                      "  "                      DELIMITED BY SIZE
                    INTO PRIVRPT-REC
               END-STRING
               EVALUATE TRUE
                   WHEN NOT CND-ELIGIBLE (CND-IDX)
                       MOVE "KEPT: "              TO PRIVRPT-REC (35:6)
                       MOVE CND-REASON (CND-IDX)  TO PRIVRPT-REC (41:20)
                   WHEN PREVIEW-ONLY
                       MOVE "WOULD ANONYMIZE"     TO PRIVRPT-REC (35:15)
                   WHEN NOT STMT-TIES-OUT
                       MOVE "NOT DONE"            TO PRIVRPT-REC (35:8)
                   WHEN OTHER
                       MOVE "ANONYMIZED"          TO PRIVRPT-REC (35:10)
                       MOVE WS-COUNT-OUT          TO PRIVRPT-REC (58:11)
                       MOVE WS-AMT-OUT            TO PRIVRPT-REC (71:13)
               END-EVALUATE
               WRITE PRIVRPT-REC
               END-WRITE
           END-PERFORM
           MOVE SPACES TO PRIVRPT-REC
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-CND-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "Closed past retention:          " DELIMITED BY SIZE
                  WS-COUNT-OUT                      DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-ELIGIBLE-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "Clear of balances and holds:    " DELIMITED BY SIZE
                  WS-COUNT-OUT                      DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-ANON-COUNT TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "Anonymized this run:            " DELIMITED BY SIZE
                  WS-COUNT-OUT                      DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           IF WS-CND-OVERFLOW > ZERO
               MOVE WS-CND-OVERFLOW TO WS-COUNT-OUT
               MOVE SPACES TO PRIVRPT-REC
               STRING "More past retention, left for the next run: "
                                                  DELIMITED BY SIZE
                      WS-COUNT-OUT                DELIMITED BY SIZE
                    INTO PRIVRPT-REC
               END-STRING
               WRITE PRIVRPT-REC
               END-WRITE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF PREVIEW-ONLY OR WS-ELIGIBLE-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PRIVRPT-REC
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE "TIE-OUT -- STMTDET.DAT BEFORE AND AFTER" TO PRIVRPT-REC
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-STMT-IN-COUNT TO WS-COUNT-OUT
           MOVE WS-STMT-IN-AMT   TO WS-BIG-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "  Before: "       DELIMITED BY SIZE
                  WS-COUNT-OUT       DELIMITED BY SIZE
                  " lines  "         DELIMITED BY SIZE
                  WS-BIG-OUT         DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-STMT-OUT-COUNT TO WS-COUNT-OUT
           MOVE WS-STMT-OUT-AMT   TO WS-BIG-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "  After:  "       DELIMITED BY SIZE
                  WS-COUNT-OUT       DELIMITED BY SIZE
                  " lines  "         DELIMITED BY SIZE
                  WS-BIG-OUT         DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           IF STMT-TIES-OUT
               MOVE "  Ties out -- the rewrite replaced STMTDET.DAT; "
                  & "register, summaries and GL were not opened "
                  & "for output." TO PRIVRPT-REC
           ELSE
               MOVE "  *** DOES NOT TIE OUT -- STMTDET.DAT left as it "
                  & "was and nothing anonymized ***" TO PRIVRPT-REC
           END-IF
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-STMT-TOKENED TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "  Called numbers tokenized:      " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-CALLING-TOKENED TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "  Calling numbers tokenized:     " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-HELD-TOKENED TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "  Held CDR images tokenized:     " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-LINE-TOKENED TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "  Per-line usage rows tokenized: " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           WRITE PRIVRPT-REC
           END-WRITE
           MOVE WS-GTM-TOKENED TO WS-COUNT-OUT
           MOVE SPACES TO PRIVRPT-REC
           STRING "  ^TELCALL accounts tokenized:   " DELIMITED BY SIZE
                  WS-COUNT-OUT                       DELIMITED BY SIZE
                INTO PRIVRPT-REC
           END-STRING
           IF WS-LINK-UP NOT = "Y" AND WS-GTM-TOKENED = ZERO
               MOVE "(store not posted or not reachable)"
                 TO PRIVRPT-REC (47:35)
           END-IF
           WRITE PRIVRPT-REC
           END-WRITE
           .

      *>  The GT.M link, only when the per-call posting is on.
       BRING-UP-GTM-LINK.
           MOVE "N" TO WS-LINK-UP
           MOVE SPACE TO WS-ENV-GTM
           ACCEPT WS-ENV-GTM FROM ENVIRONMENT "TELCO_GTM_POST"
           END-ACCEPT
           MOVE "TELCO_GTM_POST" TO CFQ-SETTING
           MOVE WS-ENV-GTM TO CFQ-ENV-VALUE
           IF WS-ENV-GTM = "Y"
               MOVE "Y" TO CFQ-EFF-VALUE
           ELSE
               MOVE "N" TO CFQ-EFF-VALUE
           END-IF
           PERFORM RECORD-RUN-SETTING
           IF WS-ENV-GTM NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LINK-UP
           CALL "gtm_init" RETURNING WS-GTM-STATUS
               ON EXCEPTION
                   MOVE "N" TO WS-LINK-UP
           END-CALL
           IF WS-LINK-UP = "Y" AND WS-GTM-STATUS NOT = ZERO
               MOVE "N" TO WS-LINK-UP
           END-IF
           IF WS-LINK-UP = "Y"
               CALL "gtm_ci" USING "gtminit" WS-GTM-ERROR
                   RETURNING WS-GTM-STATUS
                   ON EXCEPTION
                       MOVE "N" TO WS-LINK-UP
               END-CALL
               IF WS-GTM-STATUS NOT = ZERO
                   MOVE "N" TO WS-LINK-UP
               END-IF
           END-IF
           .

       EXECUTE-GTM-COMMAND.
           CALL "gtm_ci" USING "gtmxecute"
               FUNCTION TRIM (WS-GTM-COMMAND) WS-GTM-ERROR
               RETURNING WS-GTM-STATUS
               ON EXCEPTION
                   MOVE 1 TO WS-GTM-STATUS
           END-CALL
           .

       TAKE-DOWN-GTM-LINK.
           CALL "gtm_exit" RETURNING WS-GTM-STATUS
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  One sealed line on TELPRIV.AUD: when, who, then the text
      *>  the caller built.
       WRITE-AUDIT-LINE.
           MOVE SPACES TO PRIVAUD-REC
           STRING WS-NOW (1:8)          DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-NOW (9:6)           DELIMITED BY SIZE
                  "  user="              DELIMITED BY SIZE
                  WS-USERID              DELIMITED BY SIZE
                  "  "                   DELIMITED BY SIZE
                  WS-AUDIT-TEXT          DELIMITED BY SIZE
                INTO PRIVAUD-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE PRIVAUD-REC
           END-WRITE
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELPRIV" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELPRIV.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELPRIV.AUD" TO SRQ-TRAIL
           MOVE PRIVAUD-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO PRIVAUD-REC
           .
       END PROGRAM telpriv.
