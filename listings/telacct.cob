      *> where FIELD is one of NAME PLAN ADDR1 ADDR2 CITY STATE ZIP
      *> DISC LIMIT PRNT PREPD PREBAL CYCLE DLVRY WHOLE ENTTY AGENT
      *> SIGND SUSPB SUSPE
      *> RETNR TERMS CASHO CONTR MINCM SLATR LANG EMAIL AHOLD
      *> CURR STMT (TERMS takes
      *> D030 for net-30 or M015 for due-on-the-15th; CASHO takes
      *> C or blank -- blank lifts the cash-only flag telrtn sets
      *> after repeated returned payments; CONTR takes the service
      *> contract as TERM-MONTHS START-DATE ETF-PER-MONTH [ETF-CAP],
      *> e.g. 24 20260115 15.00 300.00, kept on CONTRACT.DAT (see
      *> CBCONTR.cpy) -- a blank CONTR cancels the contract; MINCM
      *> takes a wholesale reseller's minimum-volume commitment as
      *> MONTHLY-MIN ANNUAL-MIN FROM-DATE [TO-DATE], ANNUAL-MIN 0
      *> for none, e.g. 5000.00 75000.00 20260101, kept on
      *> RESCOMMIT.DAT (see CBRESCMT.cpy) -- a blank MINCM cancels
      *> it; SLATR takes the business SLA tier 1, 2 or 3, blank
      *> for none; LANG takes the two-letter language the customer
      *> is written to in, ES say, blank for English; EMAIL takes
      *> the address electronic bills go to, blank for none; AHOLD
      *> takes H to put the mailing address on hold or blank to
      *> lift a hold once the address is confirmed good as it
      *> stands -- changing ADDR1 ADDR2 CITY STATE or ZIP lifts it
      *> too; CURR takes the three-letter currency the customer is
      *> invoiced and pays in, CAD say, blank for home currency --
      *> telbill converts at the FXRATE.DAT rate of the issue
      *> date; STMT takes M for a monthly statement of account from
      *> telsoa, blank for statements on request only), and VALUE
      *> runs to the end of the line so names and street addresses
      *> can contain spaces.  PRNT (the parent account number) is the
      *> only sanctioned way to place an account under a
      *> consolidated-billing parent.
      *>
      *>   telacct USERID PRP ACCT-NO|ALL
      *> applies the credit-limit change telscore proposed for the
      *> account (or every pending proposal) from CREDLIMP.DAT (see
      *> CBCLPROP.cpy) as a LIMIT change, with the same
      *> authorization and the same TELCO.AAUD line as a CHG --
      *> action=PRP -- and refuses a proposal whose account limit
      *> has moved since it was made.
      *>
      *>   telacct USERID FWD ACCT-NO|ALL
      *> applies the forwarding address telrmail queued for the
      *> account (or every pending one) from ADDRPROP.DAT (see
      *> CBADPROP.cpy) as a full address change -- action=FWD,
      *> field=ADDR on TELCO.AAUD -- lifting the address hold; a
      *> proposal for an account no longer on hold (its address
      *> was corrected some other way since) is refused.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telacct.
                RECORD KEY IS PLH-KEY
                FILE STATUS IS PLH-STATUS
                .
      *>  Service contracts (see CBCONTR.cpy) -- the CONTR field.
           SELECT CONTRACT  ASSIGN TO
                "CONTRACT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CTR-ACCT-NO
                FILE STATUS IS CTR-STATUS
                .
      *>  Reseller minimum-volume commitments (see CBRESCMT.cpy)
      *>  -- the MINCM field.
           SELECT RESCOMMIT ASSIGN TO
                "RESCOMMIT.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RCM-ACCT-NO
                FILE STATUS IS RCM-STATUS
                .
      *>  Credit-limit proposals from telscore -- the PRP action.
           SELECT CREDLIMP  ASSIGN TO
                "CREDLIMP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS CLP-ACCT-NO
                FILE STATUS IS CLP-STATUS
                .
      *>  Forwarding-address proposals from telrmail -- the FWD
      *>  action.
           SELECT ADDRPROP  ASSIGN TO
                "ADDRPROP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ADP-ACCT-NO
                FILE STATUS IS ADP-STATUS
                .
           SELECT ACCTAUDIT ASSIGN TO
                "TELCO.AAUD"
                LINE SEQUENTIAL
           COPY CBAUTH.
       FD  PLANHIST.
           COPY CBPLANHS.
       FD  CONTRACT.
           COPY CBCONTR.
       FD  RESCOMMIT.
           COPY CBRESCMT.
       FD  CREDLIMP.
           COPY CBCLPROP.
       FD  ADDRPROP.
           COPY CBADPROP.
       FD  ACCTAUDIT.
       01  ACCTAUDIT-REC     PIC X(190).
       FD  ACCTRPT.
       01  ACCTRPT-REC       PIC X(90).

       01  WS-NEW-VALUE      PIC X(60)   VALUE SPACES.
       01  WS-REFUSE-REASON  PIC X(40)   VALUE SPACES.

      *>  CONTR value, split into its parts, and the end-date
      *>  arithmetic (start plus term months, the day pulled back
      *>  to the month's last day where the month is shorter).
       01  CTR-STATUS        PIC XX      VALUE "00".
       01  WS-CTR-ON-FILE    PIC X       VALUE "N".
           88  CONTRACT-ON-FILE         VALUE "Y".
       01  WS-CTR-TERM-ARG   PIC X(04)   VALUE SPACES.
       01  WS-CTR-START-ARG  PIC X(08)   VALUE SPACES.
       01  WS-CTR-ETF-ARG    PIC X(10)   VALUE SPACES.
       01  WS-CTR-CAP-ARG    PIC X(10)   VALUE SPACES.
       01  WS-CTR-MONTHS     PIC S9(07)  COMP-5 VALUE ZERO.
       01  WS-CTR-DATE-WORK.
           05  WS-CTR-YYYY   PIC 9(04).
           05  WS-CTR-MM     PIC 9(02).
           05  WS-CTR-DD     PIC 9(02).
       01  WS-CTR-DATE-NUM REDEFINES WS-CTR-DATE-WORK
                             PIC 9(08).

      *>  MINCM value, split into its parts.
       01  RCM-STATUS        PIC XX      VALUE "00".
       01  WS-RCM-ON-FILE    PIC X       VALUE "N".
           88  COMMITMENT-ON-FILE       VALUE "Y".
       01  WS-RCM-MONTH-ARG  PIC X(14)   VALUE SPACES.
       01  WS-RCM-YEAR-ARG   PIC X(16)   VALUE SPACES.
       01  WS-RCM-FROM-ARG   PIC X(08)   VALUE SPACES.
       01  WS-RCM-TO-ARG     PIC X(08)   VALUE SPACES.

      *>  PRP: one proposal or all pending ones.
       01  CLP-STATUS        PIC XX      VALUE "00".
       01  WS-PRP-ALL        PIC X       VALUE "N".
           88  PRP-ALL-PENDING          VALUE "Y".
       01  WS-PRP-APPLIED    PIC 9(05)   VALUE ZERO.
       01  WS-PRP-REFUSED    PIC 9(05)   VALUE ZERO.

      *>  FWD: one forwarding address or all pending ones; EMAIL
      *>  needs an "@" to be taken as an address at all.
       01  ADP-STATUS        PIC XX      VALUE "00".
       01  WS-AT-COUNT       PIC 9(03)   COMP-5 VALUE ZERO.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM PARSE-COMMAND-LINE
           IF NOT ARGS-VALID
               MOVE SPACES TO ACCTRPT-REC
               MOVE "*** usage: telacct USERID ADD|CHG|DEL|PRP|FWD "
                  & "ACCT-NO [FIELD VALUE] ***" TO ACCTRPT-REC
               WRITE ACCTRPT-REC
               END-WRITE
               MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 16 TO RETURN-CODE
               ELSE
                   IF WS-ACTION = "PRP"
                       PERFORM APPLY-LIMIT-PROPOSALS
                   ELSE
                   IF WS-ACTION = "FWD"
                       PERFORM APPLY-ADDRESS-PROPOSALS
                   ELSE
                       PERFORM APPLY-ACCT-CHANGE
                       PERFORM WRITE-AUDIT-RECORD
                       IF NOT CHANGE-APPLIED
                           PERFORM WRITE-REFUSAL
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           PERFORM WRITE-CHANGE-SUMMARY
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-PARSE-PTR <= 160
               MOVE WS-CMDLINE (WS-PARSE-PTR:) TO WS-VALUE
           END-IF
           MOVE "N" TO WS-PRP-ALL
           IF (WS-ACTION = "PRP" OR WS-ACTION = "FWD")
           AND WS-ACCT-ARG = "ALL"
               SET PRP-ALL-PENDING TO TRUE
               MOVE ZEROS TO WS-ACCT-ARG
           END-IF
           IF WS-USERID NOT = SPACES
           AND WS-ACCT-ARG NOT = SPACES
               COMPUTE WS-ACCT-NUM = FUNCTION NUMVAL (WS-ACCT-ARG)
                       END-IF
                   WHEN "DEL"
                       MOVE "Y" TO WS-ARGS-VALID
                   WHEN "PRP"
                   WHEN "FWD"
                       MOVE "Y" TO WS-ARGS-VALID
               END-EVALUATE
           END-IF
           .
                   PERFORM APPLY-ACCT-FIELD-CHANGE
               WHEN "DEL"
                   PERFORM APPLY-ACCT-DELETE
               WHEN "PRP"
                   PERFORM APPLY-PROPOSED-LIMIT
               WHEN "FWD"
                   PERFORM APPLY-FORWARD-ADDRESS
           END-EVALUATE
           CLOSE ACCT-MASTER
           .
               MOVE SPACES      TO ACCT-ENTITY-CODE
               MOVE ZERO        TO ACCT-SUSP-START ACCT-SUSP-END
               MOVE ZERO        TO ACCT-RETAINER
               MOVE SPACE       TO ACCT-CASH-ONLY-IND
               MOVE ZERO        TO ACCT-LAST-RETURN
               MOVE SPACE       TO ACCT-SLA-TIER
               MOVE SPACES      TO ACCT-LANG-PREF
               MOVE SPACES      TO ACCT-EMAIL-ADDR
               MOVE SPACE       TO ACCT-ADDR-HOLD-IND
               MOVE ZERO        TO ACCT-ADDR-HOLD-DATE
               MOVE SPACES      TO ACCT-ADDR-HOLD-RSN
               MOVE ZERO        TO ACCT-ADDR-CHG-DATE
               MOVE SPACES      TO ACCT-BILL-CURRENCY
               MOVE ZERO        TO ACCT-ANON-DATE
               MOVE SPACE       TO ACCT-STMT-IND
               MOVE WS-VALUE    TO WS-NEW-VALUE
               WRITE ACCT-MASTER-REC
               END-WRITE
                   WHEN "ADDR1"
                       MOVE ACCT-ADDR-LINE1 TO WS-OLD-VALUE
                       MOVE WS-VALUE        TO ACCT-ADDR-LINE1
                       PERFORM LIFT-ADDRESS-HOLD
                   WHEN "ADDR2"
                       MOVE ACCT-ADDR-LINE2 TO WS-OLD-VALUE
                       MOVE WS-VALUE        TO ACCT-ADDR-LINE2
                       PERFORM LIFT-ADDRESS-HOLD
                   WHEN "CITY "
                       MOVE ACCT-ADDR-CITY TO WS-OLD-VALUE
                       MOVE WS-VALUE       TO ACCT-ADDR-CITY
                       PERFORM LIFT-ADDRESS-HOLD
                   WHEN "STATE"
                       MOVE ACCT-ADDR-STATE TO WS-OLD-VALUE
                       MOVE WS-VALUE        TO ACCT-ADDR-STATE
                       PERFORM LIFT-ADDRESS-HOLD
                   WHEN "ZIP  "
                       MOVE ACCT-ADDR-ZIP TO WS-OLD-VALUE
                       MOVE WS-VALUE      TO ACCT-ADDR-ZIP
                       PERFORM LIFT-ADDRESS-HOLD
                   WHEN "DISC "
                       MOVE ACCT-DISCOUNT-CODE TO WS-OLD-VALUE
                       MOVE WS-VALUE           TO ACCT-DISCOUNT-CODE
                                 TO WS-REFUSE-REASON
                           END-IF
                       END-IF
                   WHEN "CONTR"
                       PERFORM APPLY-CONTRACT-CHANGE
                   WHEN "MINCM"
                       PERFORM APPLY-COMMITMENT-CHANGE
                   WHEN "CASHO"
                       MOVE ACCT-CASH-ONLY-IND TO WS-OLD-VALUE
                       IF WS-VALUE (1:1) = "C" OR WS-VALUE (1:1) = " "
                           MOVE WS-VALUE (1:1) TO ACCT-CASH-ONLY-IND
                       ELSE
                           MOVE "N" TO WS-APPLIED
                           MOVE "CASH-ONLY FLAG MUST BE C OR BLANK"
                             TO WS-REFUSE-REASON
                       END-IF
                   WHEN "SLATR"
                       MOVE ACCT-SLA-TIER TO WS-OLD-VALUE
                       IF WS-VALUE (1:1) = "1" OR "2" OR "3" OR " "
                           MOVE WS-VALUE (1:1) TO ACCT-SLA-TIER
                       ELSE
                           MOVE "N" TO WS-APPLIED
                           MOVE "SLA TIER MUST BE 1, 2, 3 OR BLANK"
                             TO WS-REFUSE-REASON
                       END-IF
                   WHEN "LANG "
                       MOVE ACCT-LANG-PREF TO WS-OLD-VALUE
                       IF WS-VALUE = SPACES
                           MOVE SPACES TO ACCT-LANG-PREF
                       ELSE
                           IF WS-VALUE (1:2) IS ALPHABETIC
                           AND WS-VALUE (2:1) NOT = SPACE
                           AND WS-VALUE (3:) = SPACES
                               MOVE FUNCTION UPPER-CASE
                                        (WS-VALUE (1:2))
                                 TO ACCT-LANG-PREF
                           ELSE
                               MOVE "N" TO WS-APPLIED
                               MOVE "LANGUAGE MUST BE A 2-LETTER CODE"
                                 TO WS-REFUSE-REASON
                           END-IF
                       END-IF
                   WHEN "CURR "
                       MOVE ACCT-BILL-CURRENCY TO WS-OLD-VALUE
                       IF WS-VALUE = SPACES
                           MOVE SPACES TO ACCT-BILL-CURRENCY
                       ELSE
                           IF WS-VALUE (1:3) IS ALPHABETIC
                           AND WS-VALUE (3:1) NOT = SPACE
                           AND WS-VALUE (4:) = SPACES
                               MOVE FUNCTION UPPER-CASE
                                        (WS-VALUE (1:3))
                                 TO ACCT-BILL-CURRENCY
                           ELSE
                               MOVE "N" TO WS-APPLIED
                               MOVE "CURRENCY MUST BE A 3-LETTER CODE"
                                 TO WS-REFUSE-REASON
                           END-IF
                       END-IF
                   WHEN "STMT "
                       MOVE ACCT-STMT-IND TO WS-OLD-VALUE
                       IF WS-VALUE (1:1) = "M" OR WS-VALUE (1:1) = " "
                           MOVE WS-VALUE (1:1) TO ACCT-STMT-IND
                       ELSE
                           MOVE "N" TO WS-APPLIED
                           MOVE "STATEMENT FLAG MUST BE M OR BLANK"
                             TO WS-REFUSE-REASON
                       END-IF
                   WHEN "EMAIL"
                       MOVE ACCT-EMAIL-ADDR TO WS-OLD-VALUE
                       MOVE ZERO TO WS-AT-COUNT
                       INSPECT WS-VALUE TALLYING WS-AT-COUNT
                           FOR ALL "@"
                       IF WS-VALUE = SPACES
                       OR (WS-AT-COUNT = 1
                           AND WS-VALUE (51:) = SPACES)
                           MOVE WS-VALUE TO ACCT-EMAIL-ADDR
                       ELSE
                           MOVE "N" TO WS-APPLIED
                           MOVE "E-MAIL ADDRESS NOT VALID"
                             TO WS-REFUSE-REASON
                       END-IF
                   WHEN "AHOLD"
                       MOVE ACCT-ADDR-HOLD-IND TO WS-OLD-VALUE
                       EVALUATE WS-VALUE (1:1)
                           WHEN " "
                               PERFORM LIFT-ADDRESS-HOLD
                           WHEN "H"
                               IF NOT ACCT-ADDR-ON-HOLD
                                   MOVE "H"  TO ACCT-ADDR-HOLD-IND
                                   MOVE WS-NOW (1:8)
                                     TO ACCT-ADDR-HOLD-DATE
                                   MOVE "MANL" TO ACCT-ADDR-HOLD-RSN
                               END-IF
                           WHEN OTHER
                               MOVE "N" TO WS-APPLIED
                               MOVE "ADDRESS HOLD MUST BE H OR BLANK"
                                 TO WS-REFUSE-REASON
                       END-EVALUATE
                   WHEN OTHER
                       MOVE "N" TO WS-APPLIED
                       MOVE "UNKNOWN FIELD NAME" TO WS-REFUSE-REASON
           END-IF
           .

      *>  A proposal is applied only against the limit it was
      *>  worked out from.
       APPLY-PROPOSED-LIMIT.
           IF ACCT-ALREADY-ON-FILE
           AND ACCT-CREDIT-LIMIT NOT = CLP-CURRENT-LIMIT
               MOVE "LIMIT CHANGED SINCE PROPOSAL"
                 TO WS-REFUSE-REASON
           ELSE
               PERFORM APPLY-ACCT-FIELD-CHANGE
           END-IF
           .

      *>  PRP: the one account's pending proposal, or every pending
      *>  one in account order.  Each goes through APPLY-ACCT-CHANGE
      *>  as a LIMIT change and gets its own audit line.
       APPLY-LIMIT-PROPOSALS.
           MOVE ZERO TO WS-PRP-APPLIED WS-PRP-REFUSED
           OPEN I-O CREDLIMP
           IF CLP-STATUS NOT = "00"
               MOVE "NO LIMIT PROPOSALS ON FILE" TO WS-REFUSE-REASON
               PERFORM WRITE-REFUSAL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PRP-ALL-PENDING
               MOVE ZERO TO CLP-ACCT-NO
               START CREDLIMP KEY IS GREATER THAN OR EQUAL
                     CLP-ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ CREDLIMP NEXT
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF CLP-PENDING
                               PERFORM APPLY-ONE-PROPOSAL
                           END-IF
                       END-PERFORM
               END-START
           ELSE
               MOVE WS-ACCT-NUM TO CLP-ACCT-NO
               READ CREDLIMP
                   INVALID KEY
                       MOVE "NO LIMIT PROPOSAL FOR ACCOUNT"
                         TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       IF NOT CLP-PENDING
                           MOVE "LIMIT PROPOSAL NOT PENDING"
                             TO WS-REFUSE-REASON
                       END-IF
               END-READ
               IF WS-REFUSE-REASON = SPACES
                   PERFORM APPLY-ONE-PROPOSAL
               ELSE
                   MOVE "N" TO WS-APPLIED
                   PERFORM WRITE-REFUSAL
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-PRP-REFUSED
               END-IF
           END-IF
           CLOSE CREDLIMP
           MOVE SPACES TO ACCTRPT-REC
           STRING "Limit proposals applied: " DELIMITED BY SIZE
                  WS-PRP-APPLIED              DELIMITED BY SIZE
                  "  refused: "               DELIMITED BY SIZE
                  WS-PRP-REFUSED              DELIMITED BY SIZE
                INTO ACCTRPT-REC
           END-STRING
           WRITE ACCTRPT-REC
           END-WRITE
           IF WS-PRP-REFUSED > ZERO
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       APPLY-ONE-PROPOSAL.
           MOVE CLP-ACCT-NO TO WS-ACCT-NUM
           MOVE CLP-ACCT-NO TO WS-ACCT-ARG
           MOVE "LIMIT"     TO WS-FIELD
           MOVE CLP-PROPOSED-LIMIT TO WS-LIMIT-OUT
           MOVE WS-LIMIT-OUT       TO WS-VALUE
           PERFORM APPLY-ACCT-CHANGE
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-USERID      TO CLP-ACTION-BY
           MOVE WS-NOW (1:8)   TO CLP-ACTION-DATE
           IF CHANGE-APPLIED
               MOVE "A" TO CLP-STATUS-IND
               PERFORM WRITE-CHANGE-SUMMARY
               ADD 1 TO WS-PRP-APPLIED
           ELSE
               MOVE "R" TO CLP-STATUS-IND
               PERFORM WRITE-REFUSAL
               ADD 1 TO WS-PRP-REFUSED
           END-IF
           REWRITE CREDLIM-PROP-REC
           .

      *>  Any correction to the mailing address lifts an address
      *>  hold and dates the correction -- telrmail measures later
      *>  returns against that date.
       LIFT-ADDRESS-HOLD.
           MOVE SPACE        TO ACCT-ADDR-HOLD-IND
           MOVE ZERO         TO ACCT-ADDR-HOLD-DATE
           MOVE SPACES       TO ACCT-ADDR-HOLD-RSN
           MOVE WS-NOW (1:8) TO ACCT-ADDR-CHG-DATE
           .

      *>  A forwarding address replaces the whole mailing address,
      *>  but only on an account still on hold: one whose address
      *>  has been corrected since the return is left alone.
       APPLY-FORWARD-ADDRESS.
           IF NOT ACCT-ALREADY-ON-FILE
               MOVE "ACCOUNT NOT ON FILE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           IF NOT ACCT-ADDR-ON-HOLD
               MOVE "ACCOUNT NOT ON ADDRESS HOLD" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OLD-VALUE
           STRING FUNCTION TRIM (ACCT-ADDR-LINE1) DELIMITED BY SIZE
                  ", "                            DELIMITED BY SIZE
                  FUNCTION TRIM (ACCT-ADDR-CITY)  DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  ACCT-ADDR-STATE                 DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  ACCT-ADDR-ZIP                   DELIMITED BY SIZE
                INTO WS-OLD-VALUE
           END-STRING
           MOVE ADP-ADDR-LINE1 TO ACCT-ADDR-LINE1
           MOVE ADP-ADDR-LINE2 TO ACCT-ADDR-LINE2
           MOVE ADP-ADDR-CITY  TO ACCT-ADDR-CITY
           MOVE ADP-ADDR-STATE TO ACCT-ADDR-STATE
           MOVE ADP-ADDR-ZIP   TO ACCT-ADDR-ZIP
           PERFORM LIFT-ADDRESS-HOLD
           REWRITE ACCT-MASTER-REC
           END-REWRITE
           MOVE WS-VALUE TO WS-NEW-VALUE
           MOVE "Y" TO WS-APPLIED
           .

      *>  FWD: the one account's pending forwarding address, or
      *>  every pending one in account order -- the PRP walk.
       APPLY-ADDRESS-PROPOSALS.
           MOVE ZERO TO WS-PRP-APPLIED WS-PRP-REFUSED
           OPEN I-O ADDRPROP
           IF ADP-STATUS NOT = "00"
               MOVE "NO FORWARDING ADDRESSES ON FILE"
                 TO WS-REFUSE-REASON
               PERFORM WRITE-REFUSAL
               PERFORM WRITE-AUDIT-RECORD
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF PRP-ALL-PENDING
               MOVE ZERO TO ADP-ACCT-NO
               START ADDRPROP KEY IS GREATER THAN OR EQUAL
                     ADP-ACCT-NO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM UNTIL 0 = 1
                           READ ADDRPROP NEXT
                               AT END
                                   EXIT PERFORM
                           END-READ
                           IF ADP-PENDING
                               PERFORM APPLY-ONE-FORWARD
                           END-IF
                       END-PERFORM
               END-START
           ELSE
               MOVE WS-ACCT-NUM TO ADP-ACCT-NO
               READ ADDRPROP
                   INVALID KEY
                       MOVE "NO FORWARDING ADDRESS FOR ACCOUNT"
                         TO WS-REFUSE-REASON
                   NOT INVALID KEY
                       IF NOT ADP-PENDING
                           MOVE "FORWARDING ADDRESS NOT PENDING"
                             TO WS-REFUSE-REASON
                       END-IF
               END-READ
               IF WS-REFUSE-REASON = SPACES
                   PERFORM APPLY-ONE-FORWARD
               ELSE
                   MOVE "N" TO WS-APPLIED
                   PERFORM WRITE-REFUSAL
                   PERFORM WRITE-AUDIT-RECORD
                   ADD 1 TO WS-PRP-REFUSED
               END-IF
           END-IF
           CLOSE ADDRPROP
           MOVE SPACES TO ACCTRPT-REC
           STRING "Forwarding addresses applied: " DELIMITED BY SIZE
                  WS-PRP-APPLIED                   DELIMITED BY SIZE
                  "  refused: "                    DELIMITED BY SIZE
                  WS-PRP-REFUSED                   DELIMITED BY SIZE
                INTO ACCTRPT-REC
           END-STRING
           WRITE ACCTRPT-REC
           END-WRITE
           IF WS-PRP-REFUSED > ZERO
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       APPLY-ONE-FORWARD.
           MOVE ADP-ACCT-NO TO WS-ACCT-NUM
           MOVE ADP-ACCT-NO TO WS-ACCT-ARG
           MOVE "ADDR "     TO WS-FIELD
           MOVE SPACES TO WS-VALUE
           STRING FUNCTION TRIM (ADP-ADDR-LINE1) DELIMITED BY SIZE
                  ", "                           DELIMITED BY SIZE
                  FUNCTION TRIM (ADP-ADDR-CITY)  DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  ADP-ADDR-STATE                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  ADP-ADDR-ZIP                   DELIMITED BY SIZE
                INTO WS-VALUE
           END-STRING
           PERFORM APPLY-ACCT-CHANGE
           PERFORM WRITE-AUDIT-RECORD
           MOVE WS-USERID      TO ADP-ACTION-BY
           MOVE WS-NOW (1:8)   TO ADP-ACTION-DATE
           IF CHANGE-APPLIED
               MOVE "A" TO ADP-STATUS-IND
               PERFORM WRITE-CHANGE-SUMMARY
               ADD 1 TO WS-PRP-APPLIED
           ELSE
               MOVE "R" TO ADP-STATUS-IND
               PERFORM WRITE-REFUSAL
               ADD 1 TO WS-PRP-REFUSED
           END-IF
           REWRITE ADDR-PROP-REC
           .

      *>  One effective-dated history row per plan assignment,
      *>  create-on-first-use like the other side files.  The row
      *>  is keyed account/today, so re-running the same change on
           END-IF
           .

      *>  The CONTR field: a full value sets (or replaces) the
      *>  account's contract, active from today's change; a blank
      *>  value cancels the one on file.  CONTRACT.DAT is created
      *>  on first use like PLANHIST.  The old value on the audit
      *>  line is the contract being replaced.
       APPLY-CONTRACT-CHANGE.
           MOVE SPACES TO WS-CTR-TERM-ARG WS-CTR-START-ARG
                          WS-CTR-ETF-ARG WS-CTR-CAP-ARG
           UNSTRING WS-VALUE DELIMITED BY ALL SPACE
               INTO WS-CTR-TERM-ARG
                    WS-CTR-START-ARG
                    WS-CTR-ETF-ARG
                    WS-CTR-CAP-ARG
           END-UNSTRING
           IF WS-VALUE NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-CTR-TERM-ARG) NOT = ZERO
               OR WS-CTR-START-ARG NOT NUMERIC
               OR WS-CTR-ETF-ARG = SPACES
               OR FUNCTION TEST-NUMVAL (WS-CTR-ETF-ARG) NOT = ZERO
                   MOVE "N" TO WS-APPLIED
                   MOVE "CONTR IS TERM START ETF-PER-MONTH [CAP]"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-CTR-CAP-ARG NOT = SPACES
               AND FUNCTION TEST-NUMVAL (WS-CTR-CAP-ARG) NOT = ZERO
                   MOVE "N" TO WS-APPLIED
                   MOVE "CONTRACT ETF CAP NOT NUMERIC"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CTR-START-ARG TO WS-CTR-DATE-WORK
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-CTR-DATE-NUM)
                  NOT = ZERO
               OR FUNCTION NUMVAL (WS-CTR-TERM-ARG) < 1
               OR FUNCTION NUMVAL (WS-CTR-TERM-ARG) > 120
                   MOVE "N" TO WS-APPLIED
                   MOVE "CONTRACT START OR TERM NOT VALID"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O CONTRACT
           IF CTR-STATUS NOT = "00"
               OPEN OUTPUT CONTRACT
               CLOSE CONTRACT
               OPEN I-O CONTRACT
           END-IF
           IF CTR-STATUS NOT = "00"
               MOVE "N" TO WS-APPLIED
               MOVE "CONTRACT.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CTR-ON-FILE
           MOVE ACCT-NO TO CTR-ACCT-NO
           READ CONTRACT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CTR-ON-FILE
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING CTR-TERM-MONTHS    DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          CTR-START-DATE     DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          CTR-STATUS-IND     DELIMITED BY SIZE
                        INTO WS-OLD-VALUE
                   END-STRING
           END-READ
           IF WS-VALUE = SPACES
               IF NOT CONTRACT-ON-FILE
                   MOVE "N" TO WS-APPLIED
                   MOVE "NO CONTRACT ON FILE" TO WS-REFUSE-REASON
               ELSE
                   MOVE "X"          TO CTR-STATUS-IND
                   MOVE WS-USERID    TO CTR-SET-BY
                   MOVE WS-NOW (1:8) TO CTR-SET-DATE
                   REWRITE CONTRACT-REC
                   END-REWRITE
               END-IF
               CLOSE CONTRACT
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NO TO CTR-ACCT-NO
           COMPUTE CTR-TERM-MONTHS = FUNCTION NUMVAL (WS-CTR-TERM-ARG)
           END-COMPUTE
           MOVE WS-CTR-DATE-NUM TO CTR-START-DATE
           COMPUTE CTR-ETF-PER-MONTH = FUNCTION NUMVAL (WS-CTR-ETF-ARG)
           END-COMPUTE
           MOVE ZERO TO CTR-ETF-CAP
           IF WS-CTR-CAP-ARG NOT = SPACES
               COMPUTE CTR-ETF-CAP = FUNCTION NUMVAL (WS-CTR-CAP-ARG)
               END-COMPUTE
           END-IF
           COMPUTE WS-CTR-MONTHS = WS-CTR-YYYY * 12 + WS-CTR-MM - 1
                                 + CTR-TERM-MONTHS
           END-COMPUTE
           COMPUTE WS-CTR-YYYY = WS-CTR-MONTHS / 12
           END-COMPUTE
           COMPUTE WS-CTR-MM = FUNCTION MOD (WS-CTR-MONTHS, 12) + 1
           END-COMPUTE
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-CTR-DATE-NUM)
                         = ZERO
               SUBTRACT 1 FROM WS-CTR-DD
           END-PERFORM
           MOVE WS-CTR-DATE-NUM TO CTR-END-DATE
           MOVE "A"          TO CTR-STATUS-IND
           MOVE ZERO         TO CTR-ETF-AMT CTR-ETF-DATE
           MOVE WS-USERID    TO CTR-SET-BY
           MOVE WS-NOW (1:8) TO CTR-SET-DATE
           IF CONTRACT-ON-FILE
               REWRITE CONTRACT-REC
               END-REWRITE
           ELSE
               WRITE CONTRACT-REC
               END-WRITE
           END-IF
           CLOSE CONTRACT
           .

      *>  The MINCM field: only a wholesale account can carry a
      *>  minimum-volume commitment.  A full value sets (or
      *>  replaces) it; a blank value cancels the one on file.
      *>  RESCOMMIT.DAT is created on first use like CONTRACT.DAT.
       APPLY-COMMITMENT-CHANGE.
           MOVE SPACES TO WS-RCM-MONTH-ARG WS-RCM-YEAR-ARG
                          WS-RCM-FROM-ARG WS-RCM-TO-ARG
           UNSTRING WS-VALUE DELIMITED BY ALL SPACE
               INTO WS-RCM-MONTH-ARG
                    WS-RCM-YEAR-ARG
                    WS-RCM-FROM-ARG
                    WS-RCM-TO-ARG
           END-UNSTRING
           IF WS-VALUE NOT = SPACES
               IF NOT ACCT-WHOLESALE
                   MOVE "N" TO WS-APPLIED
                   MOVE "NOT A WHOLESALE ACCOUNT" TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-NUMVAL (WS-RCM-MONTH-ARG) NOT = ZERO
               OR WS-RCM-YEAR-ARG = SPACES
               OR FUNCTION TEST-NUMVAL (WS-RCM-YEAR-ARG) NOT = ZERO
               OR WS-RCM-FROM-ARG NOT NUMERIC
                   MOVE "N" TO WS-APPLIED
                   MOVE "MINCM IS MONTHLY ANNUAL FROM [TO]"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD
                      (FUNCTION NUMVAL (WS-RCM-FROM-ARG)) NOT = ZERO
               OR FUNCTION NUMVAL (WS-RCM-MONTH-ARG) < ZERO
               OR FUNCTION NUMVAL (WS-RCM-YEAR-ARG) < ZERO
                   MOVE "N" TO WS-APPLIED
                   MOVE "COMMITMENT AMOUNT OR DATE NOT VALID"
                     TO WS-REFUSE-REASON
                   EXIT PARAGRAPH
               END-IF
               IF WS-RCM-TO-ARG NOT = SPACES
                   IF WS-RCM-TO-ARG NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                          (FUNCTION NUMVAL (WS-RCM-TO-ARG)) NOT = ZERO
                   OR WS-RCM-TO-ARG < WS-RCM-FROM-ARG
                       MOVE "N" TO WS-APPLIED
                       MOVE "COMMITMENT END DATE NOT VALID"
                         TO WS-REFUSE-REASON
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           OPEN I-O RESCOMMIT
           IF RCM-STATUS NOT = "00"
               OPEN OUTPUT RESCOMMIT
               CLOSE RESCOMMIT
               OPEN I-O RESCOMMIT
           END-IF
           IF RCM-STATUS NOT = "00"
               MOVE "N" TO WS-APPLIED
               MOVE "RESCOMMIT.DAT NOT AVAILABLE" TO WS-REFUSE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RCM-ON-FILE
           MOVE ACCT-NO TO RCM-ACCT-NO
           READ RESCOMMIT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RCM-ON-FILE
                   MOVE RCM-MONTHLY-MIN TO WS-LIMIT-OUT
                   MOVE SPACES TO WS-OLD-VALUE
                   STRING FUNCTION TRIM (WS-LIMIT-OUT)
                                             DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          RCM-EFF-FROM       DELIMITED BY SIZE
                          " "                DELIMITED BY SIZE
                          RCM-STATUS-IND     DELIMITED BY SIZE
                        INTO WS-OLD-VALUE
                   END-STRING
           END-READ
           IF WS-VALUE = SPACES
               IF NOT COMMITMENT-ON-FILE
                   MOVE "N" TO WS-APPLIED
                   MOVE "NO COMMITMENT ON FILE" TO WS-REFUSE-REASON
               ELSE
                   MOVE "X"          TO RCM-STATUS-IND
                   MOVE WS-USERID    TO RCM-SET-BY
                   MOVE WS-NOW (1:8) TO RCM-SET-DATE
                   REWRITE RESCOMMIT-REC
                   END-REWRITE
               END-IF
               CLOSE RESCOMMIT
               EXIT PARAGRAPH
           END-IF
           MOVE ACCT-NO TO RCM-ACCT-NO
           COMPUTE RCM-MONTHLY-MIN = FUNCTION NUMVAL (WS-RCM-MONTH-ARG)
           END-COMPUTE
           COMPUTE RCM-ANNUAL-MIN = FUNCTION NUMVAL (WS-RCM-YEAR-ARG)
           END-COMPUTE
           MOVE WS-RCM-FROM-ARG TO RCM-EFF-FROM
           MOVE ZERO TO RCM-EFF-TO
           IF WS-RCM-TO-ARG NOT = SPACES
               MOVE WS-RCM-TO-ARG TO RCM-EFF-TO
           END-IF
           MOVE "A"          TO RCM-STATUS-IND
           MOVE WS-USERID    TO RCM-SET-BY
           MOVE WS-NOW (1:8) TO RCM-SET-DATE
           IF COMMITMENT-ON-FILE
               REWRITE RESCOMMIT-REC
               END-REWRITE
           ELSE
               WRITE RESCOMMIT-REC
               END-WRITE
           END-IF
           CLOSE RESCOMMIT
           .

       APPLY-ACCT-DELETE.
           IF NOT ACCT-ALREADY-ON-FILE
               MOVE "ACCOUNT NOT ON FILE" TO WS-REFUSE-REASON
                    INTO ACCTAUDIT-REC
               END-STRING
           END-IF
           PERFORM SEAL-AUDIT-LINE
           WRITE ACCTAUDIT-REC
           END-WRITE
           CLOSE ACCTAUDIT
                        INTO ACCTRPT-REC
                   END-STRING
               WHEN "CHG"
               WHEN "PRP"
               WHEN "FWD"
                   STRING "Account "            DELIMITED BY SIZE
                          WS-ACCT-ARG           DELIMITED BY SIZE
                          " "                   DELIMITED BY SIZE
               MOVE FUNCTION NUMVAL (WS-ENV-LOCK-STALE)
                 TO WS-LOCK-STALE-MINS
           END-IF
           MOVE "TELCO_LOCK_STALE_MINS" TO CFQ-SETTING
           MOVE WS-ENV-LOCK-STALE TO CFQ-ENV-VALUE
           MOVE WS-LOCK-STALE-MINS TO CFQ-EFF-NUM
           SET CFQ-NUMERIC TO TRUE
           PERFORM RECORD-RUN-SETTING
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-LOCK-NOW-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-LOCK-NOW-TIME
           OPEN INPUT RUNLOCK
               RETURNING WS-LOCK-DEL-RC
           END-CALL
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELACCT" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELCO.AAUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELCO.AAUD" TO SRQ-TRAIL
           MOVE ACCTAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO ACCTAUDIT-REC
           .
       END PROGRAM telacct.
