      *>
      *> telprot.cob -- protected-account and moratorium
      *> maintenance.  Customers on a medical-necessity certificate,
      *> government and emergency-service accounts, and customers in
      *> a state's winter disconnection moratorium must not be cut
      *> off by the collections run; care used to catch the order
      *> before provisioning acted on it.  The protections now live
      *> on PROTECT.DAT (see CBPROT.cpy) and the states' windows on
      *> MORATOR.DAT (see CBMORAT.cpy), and teldisc, teldun and
      *> telagcy consult both through TELPRTQ.
      *>
      *> Invoked with one command-line string:
      *>   telprot USERID ADD ACCT TYPE CERTREF [YYYYMMDD]
      *>     protects the account from today -- TYPE M medical
      *>     certificate, G government, E emergency service -- until
      *>     the expiry date given, or with no end; adding a type
      *>     the account already carries renews it in place
      *>   telprot USERID REMOVE ACCT TYPE
      *>   telprot USERID MORAT ST MMDD MMDD [DESC]
      *>     a moratorium window for the state, every year, from
      *>     the first month and day through the second (a winter
      *>     window wraps the year end: MORAT NY 1101 0331)
      *>   telprot USERID UNMORAT ST MMDD
      *>   telprot USERID LIST
      *>   telprot USERID EXPIRING [DAYS]
      *>     the certificates running out in the next DAYS days
      *>     (default 30) and those already lapsed but not removed,
      *>     so renewals are chased before the protection drops;
      *>     RC 4 when there are any, the telrecert convention.
      *>
      *> Changes are account maintenance (fail-closed AUTHTB, the
      *> telapay check); LIST and EXPIRING take any id on AUTHTB.
      *> Every change, and every refusal, goes on TELPROT.AUD; the
      *> report is TELPROT.TXT.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telprot.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECT  ASSIGN TO
                "PROTECT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PRT-KEY
                FILE STATUS IS PRT-STATUS
                .
           SELECT MORATOR  ASSIGN TO
                "MORATOR.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS MOR-KEY
                FILE STATUS IS MOR-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT AUTHTB    ASSIGN TO
                "AUTHTAB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS AUTH-USERID
                FILE STATUS IS AUTH-STATUS
                .
           SELECT PRTAUDIT  ASSIGN TO
                "TELPROT.AUD"
                LINE SEQUENTIAL
                FILE STATUS IS PRTAUDIT-STATUS
                .
           SELECT PRTRPT    ASSIGN TO
                "TELPROT.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS PRTRPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  PROTECT.
           COPY CBPROT.
       FD  MORATOR.
           COPY CBMORAT.
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  AUTHTB.
           COPY CBAUTH.
       FD  PRTAUDIT.
       01  PRTAUDIT-REC      PIC X(190).
       FD  PRTRPT.
       01  PRTRPT-REC        PIC X(150).

       WORKING-STORAGE SECTION.
       01  PRT-STATUS        PIC XX      VALUE "00".
       01  MOR-STATUS        PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  PRTAUDIT-STATUS   PIC XX      VALUE "00".
       01  PRTRPT-STATUS     PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-TODAY-INT      PIC S9(09)  COMP-5 VALUE ZERO.
       01  WS-HORIZON        PIC 9(08)   VALUE ZERO.
       01  WS-CMDLINE        PIC X(120)  VALUE SPACES.
       01  WS-USERID         PIC X(08)   VALUE SPACES.
       01  WS-ACTION         PIC X(08)   VALUE SPACES.
       01  WS-ARG3           PIC X(20)   VALUE SPACES.
       01  WS-ARG4           PIC X(20)   VALUE SPACES.
       01  WS-ARG5           PIC X(20)   VALUE SPACES.
       01  WS-ARG6           PIC X(20)   VALUE SPACES.
       01  WS-ARGS-VALID     PIC X       VALUE "N".
           88  ARGS-VALID              VALUE "Y".

       01  WS-AUTHORIZED     PIC X       VALUE "N".
           88  USER-AUTHORIZED          VALUE "Y".
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.
       01  WS-ROW-ON-FILE    PIC X       VALUE "N".
           88  ROW-ON-FILE              VALUE "Y".

       01  WS-ACCT-NO        PIC 9(10)   VALUE ZERO.
       01  WS-EXPIRY         PIC 9(08)   VALUE ZERO.
       01  WS-FROM-MMDD      PIC 9(04)   VALUE ZERO.
       01  WS-TO-MMDD        PIC 9(04)   VALUE ZERO.
       01  WS-MMDD-ARG       PIC X(20)   VALUE SPACES.
       01  WS-MMDD-CHECK     PIC 9(04)   VALUE ZERO.
       01  WS-MMDD-PARTS REDEFINES WS-MMDD-CHECK.
           05  WS-MMDD-MONTH PIC 9(02).
           05  WS-MMDD-DAY   PIC 9(02).
       01  WS-MMDD-VALID     PIC X       VALUE "N".
           88  MMDD-VALID               VALUE "Y".
       01  WS-WARN-DAYS      PIC 9(03)   VALUE 30.
       01  WS-STANDING       PIC X(08)   VALUE SPACES.

       01  WS-LISTED         PIC 9(05)   VALUE ZERO.
       01  WS-EXPIRING       PIC 9(05)   VALUE ZERO.
       01  WS-LAPSED         PIC 9(05)   VALUE ZERO.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           END-COMPUTE
           OPEN OUTPUT PRTRPT
           ACCEPT WS-CMDLINE FROM COMMAND-LINE
           END-ACCEPT
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE "*** usage: telprot USERID ADD ACCT TYPE CERTREF "
                  & "[YYYYMMDD] | REMOVE ACCT TYPE | MORAT ST MMDD "
                  & "MMDD [DESC]" TO PRTRPT-REC
               WRITE PRTRPT-REC
               END-WRITE
               MOVE "***        | UNMORAT ST MMDD | LIST | "
                  & "EXPIRING [DAYS] ***" TO PRTRPT-REC
               WRITE PRTRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE PRTRPT
               STOP RUN
           END-IF
           PERFORM CHECK-AUTHORIZATION
           IF NOT USER-AUTHORIZED
               MOVE "USER NOT AUTHORIZED" TO WS-REFUSE-REASON
               PERFORM WRITE-REFUSAL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               CLOSE PRTRPT
               STOP RUN
           END-IF
           PERFORM OPEN-PROTECT-FILES
           EVALUATE WS-ACTION
               WHEN "ADD"
                   PERFORM ADD-PROTECTION
                   PERFORM WRITE-AUDIT-RECORD
               WHEN "REMOVE"
                   PERFORM REMOVE-PROTECTION
                   PERFORM WRITE-AUDIT-RECORD
               WHEN "MORAT"
                   PERFORM ADD-MORATORIUM
                   PERFORM WRITE-AUDIT-RECORD
               WHEN "UNMORAT"
                   PERFORM REMOVE-MORATORIUM
                   PERFORM WRITE-AUDIT-RECORD
               WHEN "LIST"
                   PERFORM LIST-PROTECTIONS
               WHEN "EXPIRING"
                   PERFORM REPORT-EXPIRING
           END-EVALUATE
           CLOSE PROTECT
                 MORATOR
           IF WS-REFUSE-REASON NOT = SPACES
               PERFORM WRITE-REFUSAL
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE PRTRPT
           STOP RUN
           .

       PARSE-COMMAND-LINE.
           MOVE "N" TO WS-ARGS-VALID
           UNSTRING WS-CMDLINE DELIMITED BY ALL SPACE
               INTO WS-USERID
                    WS-ACTION
                    WS-ARG3
                    WS-ARG4
                    WS-ARG5
                    WS-ARG6
           END-UNSTRING
           IF WS-USERID = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACTION
               WHEN "ADD"
                   IF WS-ARG5 NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "REMOVE"
               WHEN "UNMORAT"
                   IF WS-ARG4 NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "MORAT"
                   IF WS-ARG5 NOT = SPACES
                       MOVE "Y" TO WS-ARGS-VALID
                   END-IF
               WHEN "LIST"
                   MOVE "Y" TO WS-ARGS-VALID
               WHEN "EXPIRING"
                   IF WS-ARG3 NOT = SPACES
                       COMPUTE WS-WARN-DAYS =
                               FUNCTION NUMVAL (WS-ARG3)
                       END-COMPUTE
                   END-IF
                   MOVE "Y" TO WS-ARGS-VALID
           END-EVALUATE
           .

      *>  Same fail-closed AUTHTB check as telapay; the two
      *>  reports are open to any id on the table.
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
                       OR WS-ACTION = "LIST"
                       OR WS-ACTION = "EXPIRING"
                           MOVE "Y" TO WS-AUTHORIZED
                       END-IF
               END-READ
               CLOSE AUTHTB
           END-IF
           .

      *>  Both files are created on first use, same pattern as
      *>  AUTOPAY.DAT in telapay.
       OPEN-PROTECT-FILES.
           OPEN I-O PROTECT
           IF PRT-STATUS NOT = "00"
               OPEN OUTPUT PROTECT
               CLOSE PROTECT
               OPEN I-O PROTECT
           END-IF
           OPEN I-O MORATOR
           IF MOR-STATUS NOT = "00"
               OPEN OUTPUT MORATOR
               CLOSE MORATOR
               OPEN I-O MORATOR
           END-IF
           .

       ADD-PROTECTION.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-ARG3 (1:10) IS NOT NUMERIC
               MOVE "ACCOUNT MUST BE NUMERIC" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG3 (1:10) TO WS-ACCT-NO
           MOVE WS-ARG4 (1:1)  TO PRT-TYPE
           IF NOT PRT-TYPE-VALID
           OR WS-ARG4 (2:1) NOT = SPACE
               MOVE "TYPE MUST BE M, G OR E" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-EXPIRY
           IF WS-ARG6 NOT = SPACES
               IF WS-ARG6 (1:8) IS NOT NUMERIC
               OR WS-ARG6 (9:1) NOT = SPACE
                   MOVE "EXPIRY MUST BE YYYYMMDD" TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG6 (1:8) TO WS-EXPIRY
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-EXPIRY) NOT = ZERO
                   MOVE "EXPIRY MUST BE YYYYMMDD" TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-EXPIRY < WS-TODAY
                   MOVE "EXPIRY DATE ALREADY PAST" TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN INPUT ACCT-MASTER
           MOVE WS-ACCT-NO TO ACCT-NO
           READ ACCT-MASTER KEY IS ACCT-NO
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-REFUSE-REASON
               NOT INVALID KEY
                   CONTINUE
           END-READ
           CLOSE ACCT-MASTER
           IF WS-REFUSE-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ROW-ON-FILE
           MOVE WS-ACCT-NO TO PRT-ACCT-NO
           MOVE WS-ARG4 (1:1) TO PRT-TYPE
           READ PROTECT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROW-ON-FILE TO TRUE
           END-READ
           MOVE WS-ACCT-NO     TO PRT-ACCT-NO
           MOVE WS-ARG4 (1:1)  TO PRT-TYPE
           MOVE "A"            TO PRT-STATUS-IND
           MOVE WS-ARG5        TO PRT-CERT-REF
           MOVE WS-TODAY       TO PRT-EFF-DATE
           MOVE WS-EXPIRY      TO PRT-EXPIRY-DATE
           MOVE WS-USERID      TO PRT-SET-BY
           MOVE WS-TODAY       TO PRT-SET-DATE
           IF ROW-ON-FILE
               REWRITE PROTECT-REC
           ELSE
               WRITE PROTECT-REC
               END-WRITE
           END-IF
           MOVE SPACES TO PRTRPT-REC
           STRING "Protection recorded: acct " DELIMITED BY SIZE
                  WS-ACCT-NO                  DELIMITED BY SIZE
                  " type "                    DELIMITED BY SIZE
                  PRT-TYPE                    DELIMITED BY SIZE
                  " ref "                     DELIMITED BY SIZE
                  PRT-CERT-REF                DELIMITED BY SPACE
                  " expires "                 DELIMITED BY SIZE
                  PRT-EXPIRY-DATE             DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           .

       REMOVE-PROTECTION.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-ARG3 (1:10) IS NOT NUMERIC
               MOVE "ACCOUNT MUST BE NUMERIC" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG3 (1:10) TO WS-ACCT-NO PRT-ACCT-NO
           MOVE WS-ARG4 (1:1)  TO PRT-TYPE
           READ PROTECT
               INVALID KEY
                   MOVE "NO SUCH PROTECTION ON FILE"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF PRT-REMOVED
               MOVE "PROTECTION ALREADY REMOVED" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "R"       TO PRT-STATUS-IND
           MOVE WS-USERID TO PRT-SET-BY
           MOVE WS-TODAY  TO PRT-SET-DATE
           REWRITE PROTECT-REC
           MOVE SPACES TO PRTRPT-REC
           STRING "Protection removed: acct " DELIMITED BY SIZE
                  WS-ACCT-NO                 DELIMITED BY SIZE
                  " type "                   DELIMITED BY SIZE
                  PRT-TYPE                   DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           .

       ADD-MORATORIUM.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-ARG3 (3:1) NOT = SPACE
           OR WS-ARG3 (1:2) IS NOT ALPHABETIC
               MOVE "STATE MUST BE TWO LETTERS" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG4 TO WS-MMDD-ARG
           PERFORM CHECK-MMDD-ARG
           IF NOT MMDD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MMDD-CHECK TO WS-FROM-MMDD
           MOVE WS-ARG5 TO WS-MMDD-ARG
           PERFORM CHECK-MMDD-ARG
           IF NOT MMDD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MMDD-CHECK TO WS-TO-MMDD
           MOVE "N" TO WS-ROW-ON-FILE
           MOVE FUNCTION UPPER-CASE (WS-ARG3 (1:2)) TO MOR-STATE
           MOVE WS-FROM-MMDD TO MOR-FROM-MMDD
           READ MORATOR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ROW-ON-FILE TO TRUE
           END-READ
           MOVE FUNCTION UPPER-CASE (WS-ARG3 (1:2)) TO MOR-STATE
           MOVE WS-FROM-MMDD TO MOR-FROM-MMDD
           MOVE WS-TO-MMDD   TO MOR-TO-MMDD
           MOVE WS-ARG6 TO MOR-DESC
           IF MOR-DESC = SPACES
               MOVE "NO-DISCONNECT PERIOD" TO MOR-DESC
           END-IF
           MOVE WS-USERID TO MOR-SET-BY
           MOVE WS-TODAY  TO MOR-SET-DATE
           IF ROW-ON-FILE
               REWRITE MORATORIUM-REC
           ELSE
               WRITE MORATORIUM-REC
               END-WRITE
           END-IF
           MOVE SPACES TO PRTRPT-REC
           STRING "Moratorium recorded: state " DELIMITED BY SIZE
                  MOR-STATE                    DELIMITED BY SIZE
                  " from "                     DELIMITED BY SIZE
                  MOR-FROM-MMDD                DELIMITED BY SIZE
                  " to "                       DELIMITED BY SIZE
                  MOR-TO-MMDD                  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  MOR-DESC                     DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           .

       REMOVE-MORATORIUM.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE WS-ARG4 TO WS-MMDD-ARG
           PERFORM CHECK-MMDD-ARG
           IF NOT MMDD-VALID
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-ARG3 (1:2)) TO MOR-STATE
           MOVE WS-MMDD-CHECK TO MOR-FROM-MMDD
           READ MORATOR
               INVALID KEY
                   MOVE "NO SUCH MORATORIUM ON FILE"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           DELETE MORATOR RECORD
           END-DELETE
           MOVE SPACES TO PRTRPT-REC
           STRING "Moratorium removed: state " DELIMITED BY SIZE
                  MOR-STATE                   DELIMITED BY SIZE
                  " from "                    DELIMITED BY SIZE
                  MOR-FROM-MMDD               DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           .

      *>  A month and day, 0101 through 1231.
       CHECK-MMDD-ARG.
           MOVE "N" TO WS-MMDD-VALID
           IF WS-MMDD-ARG (1:4) IS NOT NUMERIC
           OR WS-MMDD-ARG (5:1) NOT = SPACE
               MOVE "DATES MUST BE MMDD" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MMDD-ARG (1:4) TO WS-MMDD-CHECK
           IF WS-MMDD-MONTH < 1 OR WS-MMDD-MONTH > 12
           OR WS-MMDD-DAY < 1 OR WS-MMDD-DAY > 31
               MOVE "DATES MUST BE MMDD" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           SET MMDD-VALID TO TRUE
           .

       LIST-PROTECTIONS.
           MOVE "Account     T St Reference            Effective "
              & "Expires   Set by" TO PRTRPT-REC
           WRITE PRTRPT-REC
           END-WRITE
           MOVE LOW-VALUES TO PRT-KEY
           START PROTECT KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ PROTECT NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       ADD 1 TO WS-LISTED
                       PERFORM WRITE-PROTECTION-LINE
                   END-PERFORM
           END-START
           MOVE SPACES TO PRTRPT-REC
           STRING "Protections on file: " DELIMITED BY SIZE
                  WS-LISTED               DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           MOVE SPACES TO PRTRPT-REC
           WRITE PRTRPT-REC
           END-WRITE
           MOVE "State From To   Description" TO PRTRPT-REC
           WRITE PRTRPT-REC
           END-WRITE
           MOVE LOW-VALUES TO MOR-KEY
           START MORATOR KEY IS NOT LESS THAN MOR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ MORATOR NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       MOVE SPACES TO PRTRPT-REC
                       MOVE MOR-STATE     TO PRTRPT-REC (1:2)
                       MOVE MOR-FROM-MMDD TO PRTRPT-REC (7:4)
                       MOVE MOR-TO-MMDD   TO PRTRPT-REC (12:4)
                       MOVE MOR-DESC      TO PRTRPT-REC (17:20)
                       WRITE PRTRPT-REC
                       END-WRITE
                   END-PERFORM
           END-START
           .

       WRITE-PROTECTION-LINE.
           MOVE SPACES TO PRTRPT-REC
           MOVE PRT-ACCT-NO     TO PRTRPT-REC (1:10)
           MOVE PRT-TYPE        TO PRTRPT-REC (13:1)
           MOVE PRT-STATUS-IND  TO PRTRPT-REC (15:1)
           MOVE PRT-CERT-REF    TO PRTRPT-REC (18:20)
           MOVE PRT-EFF-DATE    TO PRTRPT-REC (39:8)
           IF PRT-EXPIRY-DATE = ZERO
               MOVE "NONE"      TO PRTRPT-REC (49:8)
           ELSE
               MOVE PRT-EXPIRY-DATE TO PRTRPT-REC (49:8)
           END-IF
           MOVE PRT-SET-BY      TO PRTRPT-REC (59:8)
           MOVE WS-STANDING     TO PRTRPT-REC (69:8)
           WRITE PRTRPT-REC
           END-WRITE
           .

      *>  Active protections with an expiry inside the window, and
      *>  any already past it that nobody has renewed or removed.
       REPORT-EXPIRING.
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER
                                (WS-TODAY-INT + WS-WARN-DAYS)
           END-COMPUTE
           MOVE SPACES TO PRTRPT-REC
           STRING "==== PROTECTIONS EXPIRING THROUGH " DELIMITED
                                                         BY SIZE
                  WS-HORIZON                 DELIMITED BY SIZE
                  " ====" DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           MOVE "Account     T St Reference            Effective "
              & "Expires   Set by" TO PRTRPT-REC
           WRITE PRTRPT-REC
           END-WRITE
           OPEN INPUT ACCT-MASTER
           MOVE LOW-VALUES TO PRT-KEY
           START PROTECT KEY IS NOT LESS THAN PRT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM UNTIL 0 = 1
                       READ PROTECT NEXT RECORD
                           AT END
                               EXIT PERFORM
                       END-READ
                       IF PRT-ACTIVE
                       AND PRT-EXPIRY-DATE NOT = ZERO
                       AND PRT-EXPIRY-DATE <= WS-HORIZON
                           PERFORM WRITE-EXPIRING-LINE
                       END-IF
                   END-PERFORM
           END-START
           CLOSE ACCT-MASTER
           MOVE SPACES TO WS-STANDING
           MOVE SPACES TO PRTRPT-REC
           STRING "Expiring within " DELIMITED BY SIZE
                  WS-WARN-DAYS       DELIMITED BY SIZE
                  " days: "          DELIMITED BY SIZE
                  WS-EXPIRING        DELIMITED BY SIZE
                  "   already lapsed: " DELIMITED BY SIZE
                  WS-LAPSED          DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           IF WS-EXPIRING > ZERO OR WS-LAPSED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       WRITE-EXPIRING-LINE.
           IF PRT-EXPIRY-DATE < WS-TODAY
               ADD 1 TO WS-LAPSED
               MOVE "LAPSED" TO WS-STANDING
           ELSE
               ADD 1 TO WS-EXPIRING
               MOVE "RENEW" TO WS-STANDING
           END-IF
           PERFORM WRITE-PROTECTION-LINE
           MOVE SPACES TO ACCT-NAME ACCT-ADDR-STATE
           IF ACCT-STATUS = "00"
               MOVE PRT-ACCT-NO TO ACCT-NO
               READ ACCT-MASTER KEY IS ACCT-NO
                   INVALID KEY
                       MOVE "*** UNKNOWN ACCOUNT ***" TO ACCT-NAME
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           MOVE SPACES TO PRTRPT-REC
           MOVE ACCT-NAME       TO PRTRPT-REC (13:30)
           MOVE ACCT-ADDR-STATE TO PRTRPT-REC (44:2)
           WRITE PRTRPT-REC
           END-WRITE
           .

      *>  Append-only audit trail, same OPEN-EXTEND-or-create idiom
      *>  as telapay's TELAPAY.AUD.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND PRTAUDIT
           IF PRTAUDIT-STATUS NOT = "00"
               OPEN OUTPUT PRTAUDIT
           END-IF
           MOVE SPACES TO PRTAUDIT-REC
           EVALUATE TRUE
               WHEN WS-REFUSE-REASON NOT = SPACES
                   STRING WS-NOW (1:8)       DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-NOW (9:6)       DELIMITED BY SIZE
                          "  user="          DELIMITED BY SIZE
                          WS-USERID          DELIMITED BY SIZE
                          "  action="        DELIMITED BY SIZE
                          WS-ACTION          DELIMITED BY SIZE
                          "  key="           DELIMITED BY SIZE
                          WS-ARG3            DELIMITED BY SPACE
                          "  action=REFUSED-" DELIMITED BY SIZE
                          FUNCTION TRIM (WS-REFUSE-REASON)
                                             DELIMITED BY SIZE
                        INTO PRTAUDIT-REC
                   END-STRING
               WHEN WS-ACTION = "ADD" OR WS-ACTION = "REMOVE"
                   STRING WS-NOW (1:8)       DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-NOW (9:6)       DELIMITED BY SIZE
                          "  user="          DELIMITED BY SIZE
                          WS-USERID          DELIMITED BY SIZE
                          "  action="        DELIMITED BY SIZE
                          WS-ACTION          DELIMITED BY SIZE
                          "  acct="          DELIMITED BY SIZE
                          PRT-ACCT-NO        DELIMITED BY SIZE
                          "  type="          DELIMITED BY SIZE
                          PRT-TYPE           DELIMITED BY SIZE
                          "  ref="           DELIMITED BY SIZE
                          PRT-CERT-REF       DELIMITED BY SPACE
                          "  expiry="        DELIMITED BY SIZE
                          PRT-EXPIRY-DATE    DELIMITED BY SIZE
                          "  action=DONE"    DELIMITED BY SIZE
                        INTO PRTAUDIT-REC
                   END-STRING
               WHEN OTHER
                   STRING WS-NOW (1:8)       DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          WS-NOW (9:6)       DELIMITED BY SIZE
                          "  user="          DELIMITED BY SIZE
                          WS-USERID          DELIMITED BY SIZE
                          "  action="        DELIMITED BY SIZE
                          WS-ACTION          DELIMITED BY SIZE
                          "  key="           DELIMITED BY SIZE
                          MOR-STATE          DELIMITED BY SIZE
                          MOR-FROM-MMDD      DELIMITED BY SIZE
                          "  to="            DELIMITED BY SIZE
                          MOR-TO-MMDD        DELIMITED BY SIZE
                          "  action=DONE"    DELIMITED BY SIZE
                        INTO PRTAUDIT-REC
                   END-STRING
           END-EVALUATE
           PERFORM SEAL-AUDIT-LINE
           WRITE PRTAUDIT-REC
           END-WRITE
           CLOSE PRTAUDIT
           .

       WRITE-REFUSAL.
           MOVE SPACES TO PRTRPT-REC
           STRING "*** "                       DELIMITED BY SIZE
                  WS-ACTION                    DELIMITED BY SIZE
                  " refused: "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REFUSE-REASON)
                                               DELIMITED BY SIZE
                  " ***"                       DELIMITED BY SIZE
                INTO PRTRPT-REC
           END-STRING
           WRITE PRTRPT-REC
           END-WRITE
           .

      *>  Chains the audit line into TELPROT.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELPROT.AUD" TO SRQ-TRAIL
           MOVE PRTAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO PRTAUDIT-REC
           .
       END PROGRAM telprot.
