      *>
      *> telpinv.cob -- provisioning-to-billing inventory
      *> reconciliation.  telprov applies the nightly deltas, and a
      *> delta that never arrives leaves a line working in the
      *> network that no account pays for, or an account billed
      *> every month for service that was never provisioned.  Once
      *> a month the provisioning side drops a full snapshot of its
      *> active services on PROVSNAP.DAT, one fixed-field line per
      *> service --
      *>
      *>     T ACCOUNTNO PLAN SERVICE-ID      NAME
      *>
      *> T is "A" for an account and the plan it is provisioned on
      *> (NAME its customer name), "N" for a working telephone
      *> number and "E" for a piece of equipment in service
      *> (SERVICE-ID the number or serial), each under the account
      *> it serves.  This run sets the snapshot against the
      *> masters and reports every mismatch, class by class:
      *>
      *>   accounts (ACCTMAST.DAT, status and plan) --
      *>     01 provisioned, no account on the master
      *>     02 provisioned, account closed or final-bill pending
      *>     03 billed, not provisioned
      *>     04 plan differs
      *>   numbers (NUMINV.DAT, assignment and owner) --
      *>     05 working, not assigned on the inventory
      *>     06 working under a different account than its owner
      *>     07 assigned on the inventory, not working
      *>   equipment (EQUIP.DAT, assigned serials) --
      *>     08 in service, not rented on EQUIP
      *>     09 in service under a different account than the renter
      *>     10 rented, not in service
      *>
      *> Each account mismatch is valued at the monthly recurring
      *> charges of the plan involved (RECURTB.DAT, with the
      *> account's RECUROVR.DAT overrides) -- for a plan mismatch
      *> the difference between the two plans -- and each
      *> equipment mismatch at the unit's monthly rental.  Recurring
      *> charges are billed per account, not per line, so a number
      *> mismatch carries no value of its own: the revenue a line
      *> with no paying account represents is counted under its
      *> account's class.
      *>
      *> The clear-cut account cases are written to PROVPROP.DAT as
      *> proposed provisioning deltas in telprov's own layout
      *> (CBPROVD.cpy): an add for an account provisioned with a
      *> name and plan but missing from the master, a plan change
      *> where both sides are active and only the plan differs, and
      *> a disconnect for an active account with nothing at all in
      *> the network.  Reviewed and run through telprov as
      *> PROVDELTA.DAT, they are validated like any night's feed.
      *> A closed account still working, and every number and
      *> equipment mismatch, needs a person -- those go through
      *> telacct, telref and telequip as always.
      *>
      *> Report on TELPINV.TXT; return code 4 when any mismatch is
      *> found, 16 when the snapshot cannot be read.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telpinv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVSNAP ASSIGN TO
                "PROVSNAP.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS SNAP-STATUS
                .
           SELECT ACCT-MASTER ASSIGN TO
                "ACCTMAST.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS ACCT-STATUS
                .
           SELECT NUMINV   ASSIGN TO
                "NUMINV.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS NUM-TELEPHONE
                FILE STATUS IS NUMINV-STATUS
                .
           SELECT EQUIPTB  ASSIGN TO
                "EQUIP.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS EQP-SERIAL
                FILE STATUS IS EQP-STATUS
                .
           SELECT RECURTB  ASSIGN TO
                "RECURTB.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RECUR-KEY
                FILE STATUS IS RECUR-STATUS
                .
           SELECT RECUROVR ASSIGN TO
                "RECUROVR.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS RECOVR-KEY
                FILE STATUS IS RECOVR-STATUS
                .
      *>  Snapshot work file, keyed by service type and id -- the
      *>  account number for "A" rows -- so each master sweep can
      *>  find its counterpart with one keyed read and mark it
      *>  matched.  "X" rows mark an account with any number or
      *>  equipment in the network.  Rebuilt every run.
           SELECT SNAPWORK ASSIGN TO
                "PINVSNAP.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PW-KEY
                FILE STATUS IS PW-STATUS
                .
      *>  Findings work file, keyed class-then-sequence, so the
      *>  report prints each class together however the sweeps
      *>  turned them up.  Rebuilt every run.
           SELECT FINDWORK ASSIGN TO
                "PINVFIND.WRK"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS PF-KEY
                FILE STATUS IS PF-STATUS
                .
           SELECT PROVPROP ASSIGN TO
                "PROVPROP.DAT"
                LINE SEQUENTIAL
                FILE STATUS IS PROP-STATUS
                .
           SELECT PINVRPT  ASSIGN TO
                "TELPINV.TXT"
                LINE SEQUENTIAL
                FILE STATUS IS RPT-STATUS
                .
       DATA DIVISION.
       FILE SECTION.
       FD  PROVSNAP.
       01  SNAP-REC.
           05  PSN-TYPE          PIC X(01).
           05                    PIC X(01).
           05  PSN-ACCT-NO       PIC X(10).
           05                    PIC X(01).
           05  PSN-PLAN          PIC X(04).
           05                    PIC X(01).
           05  PSN-SVC-ID        PIC X(15).
           05                    PIC X(01).
           05  PSN-NAME          PIC X(30).
       FD  ACCT-MASTER.
           COPY CBACCT.
       FD  NUMINV.
           COPY CBNUMINV.
       FD  EQUIPTB.
           COPY CBEQUIP.
       FD  RECURTB.
           COPY CBRECUR.
       FD  RECUROVR.
           COPY CBRECOVR.
       FD  SNAPWORK.
       01  PW-REC.
           05  PW-KEY.
               10  PW-TYPE       PIC X(01).
               10  PW-ID         PIC X(15).
           05  PW-ACCT-NO        PIC 9(10).
           05  PW-PLAN           PIC X(04).
           05  PW-NAME           PIC X(30).
           05  PW-MATCHED        PIC X(01).
               88  PW-WAS-MATCHED        VALUE "Y".
       FD  FINDWORK.
       01  PF-REC.
           05  PF-KEY.
               10  PF-CLASS      PIC 9(02).
               10  PF-SEQ        PIC 9(07).
           05  PF-ACCT-NO        PIC 9(10).
           05  PF-SVC-ID         PIC X(15).
           05  PF-BILL-SIDE      PIC X(18).
           05  PF-PROV-SIDE      PIC X(18).
           05  PF-VALUE          PIC S9(09)V99.
           05  PF-VALUED         PIC X(01).
               88  PF-HAS-VALUE          VALUE "Y".
           05  PF-PROPOSED       PIC X(01).
               88  PF-FIX-PROPOSED       VALUE "A" "C" "D".
       FD  PROVPROP.
           COPY CBPROVD.
       FD  PINVRPT.
       01  RPTREC            PIC X(120).

       WORKING-STORAGE SECTION.
       01  SNAP-STATUS       PIC XX      VALUE "00".
       01  ACCT-STATUS       PIC XX      VALUE "00".
       01  NUMINV-STATUS     PIC XX      VALUE "00".
       01  EQP-STATUS        PIC XX      VALUE "00".
       01  RECUR-STATUS      PIC XX      VALUE "00".
       01  RECOVR-STATUS     PIC XX      VALUE "00".
       01  PW-STATUS         PIC XX      VALUE "00".
       01  PF-STATUS         PIC XX      VALUE "00".
       01  PROP-STATUS       PIC XX      VALUE "00".
       01  RPT-STATUS        PIC XX      VALUE "00".

       01  WS-TODAY          PIC 9(08)   VALUE ZERO.
       01  WS-FAIL-REASON    PIC X(50)   VALUE SPACES.

      *>  Snapshot intake.
       01  WS-SNAP-LINE-NO   PIC 9(07)   VALUE ZERO.
       01  WS-SNAP-ACCTS     PIC 9(07)   VALUE ZERO.
       01  WS-SNAP-NUMBERS   PIC 9(07)   VALUE ZERO.
       01  WS-SNAP-EQUIP     PIC 9(07)   VALUE ZERO.
       01  WS-SNAP-DUPS      PIC 9(07)   VALUE ZERO.
       01  WS-SNAP-BAD       PIC 9(07)   VALUE ZERO.
       01  WS-SNAP-REASON    PIC X(30)   VALUE SPACES.
       01  WS-SNAP-ACCT      PIC 9(10)   VALUE ZERO.

      *>  Masters compared.
       01  WS-MAST-ACCTS     PIC 9(07)   VALUE ZERO.
       01  WS-MAST-NUMBERS   PIC 9(07)   VALUE ZERO.
       01  WS-MAST-EQUIP     PIC 9(07)   VALUE ZERO.

      *>  The finding in hand.
       01  WS-FIND-SEQ       PIC 9(07)   VALUE ZERO.
       01  WS-FIND-CLASS     PIC 9(02)   VALUE ZERO.
       01  WS-IN-NETWORK     PIC X       VALUE "N".
           88  ACCT-IN-NETWORK           VALUE "Y".
       01  WS-PW-FOUND       PIC X       VALUE "N".
           88  PW-ROW-FOUND              VALUE "Y".
       01  WS-OVR-FOUND      PIC X       VALUE "N".
           88  OVERRIDE-FOUND            VALUE "Y".

      *>  Monthly recurring charges for one plan on one account --
      *>  the plan's RECURTB items, each replaced by the account's
      *>  RECUROVR amount where one is on file, as telbill bills
      *>  them.
       01  WS-RV-PLAN        PIC X(04)   VALUE SPACES.
       01  WS-RV-ACCT        PIC 9(10)   VALUE ZERO.
       01  WS-RV-AMOUNT      PIC S9(09)V99 COMP-5 VALUE ZERO.
       01  WS-RV-BILL-AMT    PIC S9(09)V99 COMP-5 VALUE ZERO.

      *>  Class labels, in class order (see header).
       01  PINV-CLASS-LABELS.
           05  PIC X(44) VALUE
               "PROVISIONED, NO ACCOUNT ON THE MASTER       ".
           05  PIC X(44) VALUE
               "PROVISIONED, ACCOUNT CLOSED OR FINAL PENDING".
           05  PIC X(44) VALUE
               "BILLED, NOT PROVISIONED                     ".
           05  PIC X(44) VALUE
               "PLAN DIFFERS                                ".
           05  PIC X(44) VALUE
               "NUMBER WORKING, NOT ASSIGNED ON INVENTORY   ".
           05  PIC X(44) VALUE
               "NUMBER WORKING UNDER ANOTHER ACCOUNT        ".
           05  PIC X(44) VALUE
               "NUMBER ASSIGNED ON INVENTORY, NOT WORKING   ".
           05  PIC X(44) VALUE
               "EQUIPMENT IN SERVICE, NOT RENTED            ".
           05  PIC X(44) VALUE
               "EQUIPMENT IN SERVICE UNDER ANOTHER ACCOUNT  ".
           05  PIC X(44) VALUE
               "EQUIPMENT RENTED, NOT IN SERVICE            ".
       01  PINV-CLASS-TABLE REDEFINES PINV-CLASS-LABELS.
           05  PINV-CLASS-LABEL  PIC X(44) OCCURS 10 TIMES.

      *>  Per-class totals.
       01  PINV-CLASS-TOTALS.
           05  PCT-ENTRY OCCURS 10 TIMES.
               10  PCT-COUNT     PIC 9(07)   COMP-5.
               10  PCT-VALUE     PIC S9(11)V99 COMP-5.
               10  PCT-PROPOSED  PIC 9(07)   COMP-5.
       01  WS-CLS-IDX        PIC 9(02)   COMP-5 VALUE ZERO.
       01  WS-PRINT-CLASS    PIC 9(02)   VALUE ZERO.
       01  WS-TOT-MISMATCH   PIC 9(07)   VALUE ZERO.
       01  WS-TOT-PROPOSED   PIC 9(07)   VALUE ZERO.

       01  PINV-DETAIL-LINE.
           05                PIC X(04)   VALUE SPACES.
           05  PDL-ACCT      PIC X(10).
           05                PIC X(02)   VALUE SPACES.
           05  PDL-SVC-ID    PIC X(15).
           05                PIC X(02)   VALUE SPACES.
           05  PDL-BILL      PIC X(18).
           05                PIC X(02)   VALUE SPACES.
           05  PDL-PROV      PIC X(18).
           05  PDL-VALUE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05                PIC X(02)   VALUE SPACES.
           05  PDL-FIX       PIC X(14).
       01  PINV-DETAIL-HEAD  PIC X(120)  VALUE
           "    Account     Service id       Billing side        Pro"
         & "visioning side     Monthly value  Proposed fix".

       01  WS-AMT-OUT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-OUT      PIC ZZZ,ZZ9.
       01  WS-COUNT-OUT2     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN OUTPUT PINVRPT
           MOVE SPACES TO RPTREC
           STRING "==== PROVISIONING-TO-BILLING INVENTORY "
                                              DELIMITED BY SIZE
                  "RECONCILIATION "           DELIMITED BY SIZE
                  WS-TODAY                    DELIMITED BY SIZE
                  " ===="                     DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           OPEN INPUT PROVSNAP
           IF SNAP-STATUS NOT = "00"
               MOVE "PROVSNAP.DAT NOT AVAILABLE" TO WS-FAIL-REASON
           ELSE
               OPEN INPUT ACCT-MASTER
               IF ACCT-STATUS NOT = "00"
                   MOVE "ACCTMAST.DAT NOT AVAILABLE" TO WS-FAIL-REASON
                   CLOSE PROVSNAP
               END-IF
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE SPACES TO RPTREC
               STRING "*** Inventory reconciliation failed: "
                                                  DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FAIL-REASON)
                                                  DELIMITED BY SIZE
                      " ***"                      DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
               WRITE RPTREC
               END-WRITE
               MOVE 16 TO RETURN-CODE
               CLOSE PINVRPT
               STOP RUN
           END-IF
           OPEN INPUT NUMINV
           OPEN INPUT EQUIPTB
           OPEN INPUT RECURTB
           OPEN INPUT RECUROVR
           OPEN OUTPUT SNAPWORK
           CLOSE SNAPWORK
           OPEN I-O SNAPWORK
           OPEN OUTPUT FINDWORK
           CLOSE FINDWORK
           OPEN I-O FINDWORK
           OPEN OUTPUT PROVPROP
           INITIALIZE PINV-CLASS-TOTALS
           PERFORM LOAD-SNAPSHOT
           CLOSE PROVSNAP
           PERFORM RECONCILE-ACCOUNTS
           PERFORM LIST-UNBILLED-ACCOUNTS
           IF NUMINV-STATUS = "00"
               PERFORM RECONCILE-NUMBERS
           END-IF
           PERFORM LIST-UNASSIGNED-NUMBERS
           IF EQP-STATUS = "00"
               PERFORM RECONCILE-EQUIPMENT
           END-IF
           PERFORM LIST-UNRENTED-EQUIPMENT
           PERFORM WRITE-FINDINGS
           PERFORM WRITE-RUN-SUMMARY
           IF WS-TOT-MISMATCH > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ACCT-MASTER
                 SNAPWORK
                 FINDWORK
                 PROVPROP
                 PINVRPT
           IF NUMINV-STATUS NOT = "35"
               CLOSE NUMINV
           END-IF
           IF EQP-STATUS NOT = "35"
               CLOSE EQUIPTB
           END-IF
           IF RECUR-STATUS NOT = "35"
               CLOSE RECURTB
           END-IF
           IF RECOVR-STATUS NOT = "35"
               CLOSE RECUROVR
           END-IF
           STOP RUN
           .

      *>  Every snapshot line is checked before it is believed; a
      *>  line repeated in the snapshot is counted once.
       LOAD-SNAPSHOT.
           PERFORM UNTIL 0 = 1
               READ PROVSNAP
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-SNAP-LINE-NO
               IF SNAP-REC NOT = SPACES
                   PERFORM LOAD-ONE-SNAPSHOT-LINE
               END-IF
           END-PERFORM
           .

       LOAD-ONE-SNAPSHOT-LINE.
           MOVE SPACES TO WS-SNAP-REASON
           EVALUATE TRUE
               WHEN PSN-TYPE NOT = "A" AND NOT = "N" AND NOT = "E"
                   MOVE "UNKNOWN SERVICE TYPE" TO WS-SNAP-REASON
               WHEN PSN-ACCT-NO NOT NUMERIC
                   MOVE "ACCOUNT NOT NUMERIC" TO WS-SNAP-REASON
               WHEN PSN-ACCT-NO = "0000000000"
                   MOVE "ACCOUNT ZERO" TO WS-SNAP-REASON
               WHEN PSN-TYPE NOT = "A" AND PSN-SVC-ID = SPACES
                   MOVE "NO SERVICE ID" TO WS-SNAP-REASON
           END-EVALUATE
           IF WS-SNAP-REASON NOT = SPACES
               ADD 1 TO WS-SNAP-BAD
               MOVE WS-SNAP-LINE-NO TO WS-COUNT-OUT
               MOVE SPACES TO RPTREC
               STRING "*** Snapshot line "     DELIMITED BY SIZE
                      WS-COUNT-OUT             DELIMITED BY SIZE
                      " skipped, "             DELIMITED BY SIZE
                      FUNCTION TRIM (WS-SNAP-REASON)
                                               DELIMITED BY SIZE
                      ": "                     DELIMITED BY SIZE
                      SNAP-REC (1:33)          DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
               WRITE RPTREC
               END-WRITE
               EXIT PARAGRAPH
           END-IF
           MOVE PSN-ACCT-NO TO WS-SNAP-ACCT
           MOVE SPACES      TO PW-REC
           MOVE PSN-TYPE    TO PW-TYPE
           IF PSN-TYPE = "A"
               MOVE PSN-ACCT-NO TO PW-ID
           ELSE
               MOVE PSN-SVC-ID  TO PW-ID
           END-IF
           MOVE WS-SNAP-ACCT TO PW-ACCT-NO
           MOVE PSN-PLAN     TO PW-PLAN
           MOVE PSN-NAME     TO PW-NAME
           MOVE "N"          TO PW-MATCHED
           WRITE PW-REC
               INVALID KEY
                   ADD 1 TO WS-SNAP-DUPS
                   EXIT PARAGRAPH
           END-WRITE
           EVALUATE PSN-TYPE
               WHEN "A"
                   ADD 1 TO WS-SNAP-ACCTS
               WHEN "N"
                   ADD 1 TO WS-SNAP-NUMBERS
               WHEN "E"
                   ADD 1 TO WS-SNAP-EQUIP
           END-EVALUATE
      *>  Mark the account as having something in the network.
           IF PSN-TYPE NOT = "A"
               MOVE SPACES       TO PW-REC
               MOVE "X"          TO PW-TYPE
               MOVE PSN-ACCT-NO  TO PW-ID
               MOVE WS-SNAP-ACCT TO PW-ACCT-NO
               MOVE "N"          TO PW-MATCHED
               WRITE PW-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           .

      *>  Sweep the account master: each account finds its "A" row
      *>  in the snapshot, or is billed for nothing provisioned.
       RECONCILE-ACCOUNTS.
           PERFORM UNTIL 0 = 1
               READ ACCT-MASTER NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               ADD 1 TO WS-MAST-ACCTS
               MOVE "A"     TO PW-TYPE
               MOVE ACCT-NO TO PW-ID
               PERFORM READ-SNAPSHOT-ROW
               IF PW-ROW-FOUND
                   MOVE "Y" TO PW-MATCHED
                   REWRITE PW-REC
                   END-REWRITE
                   PERFORM CHECK-PROVISIONED-ACCOUNT
               ELSE
                   IF ACCT-ACTIVE
                       PERFORM CHECK-UNPROVISIONED-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       READ-SNAPSHOT-ROW.
           MOVE "N" TO WS-PW-FOUND
           READ SNAPWORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PW-FOUND
           END-READ
           .

      *>  Both sides know the account: billing must have it open,
      *>  and on the plan provisioning has it on.  A blank plan in
      *>  the snapshot is not a plan difference.
       CHECK-PROVISIONED-ACCOUNT.
           IF ACCT-CLOSED OR ACCT-FINAL-PENDING
               PERFORM START-FINDING
               MOVE 02 TO PF-CLASS
               IF ACCT-CLOSED
                   STRING "CLOSED "        DELIMITED BY SIZE
                          ACCT-DISC-DATE   DELIMITED BY SIZE
                        INTO PF-BILL-SIDE
                   END-STRING
               ELSE
                   MOVE "FINAL PENDING" TO PF-BILL-SIDE
               END-IF
               STRING "ACTIVE, PLAN "  DELIMITED BY SIZE
                      PW-PLAN          DELIMITED BY SIZE
                    INTO PF-PROV-SIDE
               END-STRING
               MOVE PW-PLAN TO WS-RV-PLAN
               PERFORM COMPUTE-PLAN-RECURRING
               MOVE WS-RV-AMOUNT TO PF-VALUE
               MOVE "Y" TO PF-VALUED
               PERFORM SAVE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF PW-PLAN = SPACES OR PW-PLAN = ACCT-PLAN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM START-FINDING
           MOVE 04 TO PF-CLASS
           STRING "PLAN "         DELIMITED BY SIZE
                  ACCT-PLAN-CODE  DELIMITED BY SIZE
                INTO PF-BILL-SIDE
           END-STRING
           STRING "PLAN "         DELIMITED BY SIZE
                  PW-PLAN         DELIMITED BY SIZE
                INTO PF-PROV-SIDE
           END-STRING
           MOVE ACCT-PLAN-CODE TO WS-RV-PLAN
           PERFORM COMPUTE-PLAN-RECURRING
           MOVE WS-RV-AMOUNT TO WS-RV-BILL-AMT
           MOVE PW-PLAN TO WS-RV-PLAN
           PERFORM COMPUTE-PLAN-RECURRING
           COMPUTE PF-VALUE = WS-RV-AMOUNT - WS-RV-BILL-AMT
           END-COMPUTE
           MOVE "Y" TO PF-VALUED
           MOVE SPACES TO PROV-REC
           MOVE "C"      TO PRV-ACTION
           MOVE ACCT-NO  TO PRV-ACCT-NO
           MOVE PW-PLAN  TO PRV-PLAN
           PERFORM WRITE-PROPOSED-DELTA
           PERFORM SAVE-FINDING
           .

      *>  Billed with no account row in the snapshot.  Only an
      *>  account with nothing at all in the network is clear-cut
      *>  enough to propose disconnecting; one with lines or
      *>  equipment still working is for a person to look at.
       CHECK-UNPROVISIONED-ACCOUNT.
           PERFORM START-FINDING
           MOVE 03 TO PF-CLASS
           STRING "ACTIVE, PLAN "  DELIMITED BY SIZE
                  ACCT-PLAN-CODE   DELIMITED BY SIZE
                INTO PF-BILL-SIDE
           END-STRING
           MOVE "X"     TO PW-TYPE
           MOVE ACCT-NO TO PW-ID
           PERFORM READ-SNAPSHOT-ROW
           IF PW-ROW-FOUND
               MOVE "LINES/EQUIP ONLY" TO PF-PROV-SIDE
           ELSE
               MOVE "NOTHING"          TO PF-PROV-SIDE
           END-IF
           MOVE ACCT-PLAN-CODE TO WS-RV-PLAN
           PERFORM COMPUTE-PLAN-RECURRING
           MOVE WS-RV-AMOUNT TO PF-VALUE
           MOVE "Y" TO PF-VALUED
           IF NOT PW-ROW-FOUND
               MOVE SPACES TO PROV-REC
               MOVE "D"      TO PRV-ACTION
               MOVE ACCT-NO  TO PRV-ACCT-NO
               PERFORM WRITE-PROPOSED-DELTA
           END-IF
           PERFORM SAVE-FINDING
           .

      *>  Snapshot accounts no master sweep claimed: provisioned
      *>  and billing has never heard of them.  With a name and a
      *>  plan in the snapshot the add is clear-cut.
       LIST-UNBILLED-ACCOUNTS.
           MOVE "A"    TO PW-TYPE
           MOVE SPACES TO PW-ID
           START SNAPWORK KEY IS NOT LESS THAN PW-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ SNAPWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PW-TYPE NOT = "A"
                   EXIT PERFORM
               END-IF
               IF NOT PW-WAS-MATCHED
                   PERFORM START-FINDING
                   MOVE 01          TO PF-CLASS
                   MOVE PW-ACCT-NO  TO PF-ACCT-NO
                   MOVE "NO ACCOUNT" TO PF-BILL-SIDE
                   STRING "ACTIVE, PLAN "  DELIMITED BY SIZE
                          PW-PLAN          DELIMITED BY SIZE
                        INTO PF-PROV-SIDE
                   END-STRING
                   MOVE PW-PLAN    TO WS-RV-PLAN
                   MOVE PW-ACCT-NO TO WS-RV-ACCT
                   PERFORM COMPUTE-PLAN-RECURRING
                   MOVE WS-RV-AMOUNT TO PF-VALUE
                   MOVE "Y" TO PF-VALUED
                   IF PW-NAME NOT = SPACES AND PW-PLAN NOT = SPACES
                       MOVE SPACES     TO PROV-REC
                       MOVE "A"        TO PRV-ACTION
                       MOVE PW-ACCT-NO TO PRV-ACCT-NO
                       MOVE PW-NAME    TO PRV-NAME
                       MOVE PW-PLAN    TO PRV-PLAN
                       PERFORM WRITE-PROPOSED-DELTA
                   END-IF
                   PERFORM SAVE-FINDING
               END-IF
           END-PERFORM
           .

      *>  Sweep the number inventory: each assigned number should
      *>  be working in the network under its owning account.
      *>  Spare, quarantined and ported-out numbers have no owner
      *>  to bill and are met from the snapshot side instead.
       RECONCILE-NUMBERS.
           PERFORM UNTIL 0 = 1
               READ NUMINV NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF NUM-ASSIGNED
                   ADD 1 TO WS-MAST-NUMBERS
                   MOVE "N"           TO PW-TYPE
                   MOVE NUM-TELEPHONE TO PW-ID
                   PERFORM READ-SNAPSHOT-ROW
                   IF PW-ROW-FOUND
                       MOVE "Y" TO PW-MATCHED
                       REWRITE PW-REC
                       END-REWRITE
                       IF PW-ACCT-NO NOT = NUM-OWNER-ACCT
                           PERFORM START-FINDING
                           MOVE 06 TO PF-CLASS
                           MOVE PW-ACCT-NO    TO PF-ACCT-NO
                           MOVE NUM-TELEPHONE TO PF-SVC-ID
                           STRING "OWNER "        DELIMITED BY SIZE
                                  NUM-OWNER-ACCT  DELIMITED BY SIZE
                                INTO PF-BILL-SIDE
                           END-STRING
                           MOVE "WORKING" TO PF-PROV-SIDE
                           PERFORM SAVE-FINDING
                       END-IF
                   ELSE
                       PERFORM START-FINDING
                       MOVE 07 TO PF-CLASS
                       MOVE NUM-OWNER-ACCT TO PF-ACCT-NO
                       MOVE NUM-TELEPHONE  TO PF-SVC-ID
                       STRING "ASSIGNED "     DELIMITED BY SIZE
                              NUM-EFF-DATE    DELIMITED BY SIZE
                            INTO PF-BILL-SIDE
                       END-STRING
                       MOVE "NOT WORKING" TO PF-PROV-SIDE
                       PERFORM SAVE-FINDING
                   END-IF
               END-IF
           END-PERFORM
           .

      *>  Snapshot numbers no inventory sweep claimed: working, yet
      *>  the inventory has no assignment for them.
       LIST-UNASSIGNED-NUMBERS.
           MOVE "N"    TO PW-TYPE
           MOVE SPACES TO PW-ID
           START SNAPWORK KEY IS NOT LESS THAN PW-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ SNAPWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PW-TYPE NOT = "N"
                   EXIT PERFORM
               END-IF
               IF NOT PW-WAS-MATCHED
                   PERFORM START-FINDING
                   MOVE 05         TO PF-CLASS
                   MOVE PW-ACCT-NO TO PF-ACCT-NO
                   MOVE PW-ID      TO PF-SVC-ID
                   MOVE "NOT ON INVENTORY" TO PF-BILL-SIDE
                   IF NUMINV-STATUS NOT = "35"
                       MOVE PW-ID TO NUM-TELEPHONE
                       READ NUMINV
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               EVALUATE TRUE
                                   WHEN NUM-SPARE
                                       MOVE "SPARE"
                                         TO PF-BILL-SIDE
                                   WHEN NUM-QUARANTINED
                                       MOVE "QUARANTINED"
                                         TO PF-BILL-SIDE
                                   WHEN NUM-PORTED-OUT
                                       MOVE "PORTED OUT"
                                         TO PF-BILL-SIDE
                               END-EVALUATE
                       END-READ
                   END-IF
                   MOVE "WORKING" TO PF-PROV-SIDE
                   PERFORM SAVE-FINDING
               END-IF
           END-PERFORM
           .

      *>  Sweep the equipment master: each rented unit should be in
      *>  service under the account paying for it.
       RECONCILE-EQUIPMENT.
           PERFORM UNTIL 0 = 1
               READ EQUIPTB NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF EQP-ASSIGNED
                   ADD 1 TO WS-MAST-EQUIP
                   MOVE "E"        TO PW-TYPE
                   MOVE EQP-SERIAL TO PW-ID
                   PERFORM READ-SNAPSHOT-ROW
                   IF PW-ROW-FOUND
                       MOVE "Y" TO PW-MATCHED
                       REWRITE PW-REC
                       END-REWRITE
                       IF PW-ACCT-NO NOT = EQP-ASSIGNED-ACCT
                           PERFORM START-FINDING
                           MOVE 09 TO PF-CLASS
                           MOVE PW-ACCT-NO TO PF-ACCT-NO
                           MOVE EQP-SERIAL TO PF-SVC-ID
                           STRING "RENTER "          DELIMITED BY SIZE
                                  EQP-ASSIGNED-ACCT  DELIMITED BY SIZE
                                INTO PF-BILL-SIDE
                           END-STRING
                           MOVE "IN SERVICE" TO PF-PROV-SIDE
                           MOVE EQP-MONTHLY-RATE TO PF-VALUE
                           MOVE "Y" TO PF-VALUED
                           PERFORM SAVE-FINDING
                       END-IF
                   ELSE
                       PERFORM START-FINDING
                       MOVE 10 TO PF-CLASS
                       MOVE EQP-ASSIGNED-ACCT TO PF-ACCT-NO
                       MOVE EQP-SERIAL        TO PF-SVC-ID
                       STRING "RENTED "          DELIMITED BY SIZE
                              EQP-ASSIGN-DATE    DELIMITED BY SIZE
                            INTO PF-BILL-SIDE
                       END-STRING
                       MOVE "NOT IN SERVICE" TO PF-PROV-SIDE
                       MOVE EQP-MONTHLY-RATE TO PF-VALUE
                       MOVE "Y" TO PF-VALUED
                       PERFORM SAVE-FINDING
                   END-IF
               END-IF
           END-PERFORM
           .

      *>  Snapshot equipment no master sweep claimed: in service,
      *>  but not rented to anyone.  A serial on file in stock is
      *>  valued at its rental rate; an unknown one cannot be.
       LIST-UNRENTED-EQUIPMENT.
           MOVE "E"    TO PW-TYPE
           MOVE SPACES TO PW-ID
           START SNAPWORK KEY IS NOT LESS THAN PW-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ SNAPWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PW-TYPE NOT = "E"
                   EXIT PERFORM
               END-IF
               IF NOT PW-WAS-MATCHED
                   PERFORM START-FINDING
                   MOVE 08         TO PF-CLASS
                   MOVE PW-ACCT-NO TO PF-ACCT-NO
                   MOVE PW-ID      TO PF-SVC-ID
                   MOVE "NOT ON EQUIP" TO PF-BILL-SIDE
                   IF EQP-STATUS NOT = "35"
                       MOVE PW-ID TO EQP-SERIAL
                       READ EQUIPTB
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "IN STOCK" TO PF-BILL-SIDE
                               MOVE EQP-MONTHLY-RATE TO PF-VALUE
                               MOVE "Y" TO PF-VALUED
                       END-READ
                   END-IF
                   MOVE "IN SERVICE" TO PF-PROV-SIDE
                   PERFORM SAVE-FINDING
               END-IF
           END-PERFORM
           .

      *>  A fresh finding on the current master account; callers
      *>  override the account and fill in the rest.
       START-FINDING.
           MOVE SPACES  TO PF-REC
           MOVE ZERO    TO PF-VALUE
           MOVE "N"     TO PF-VALUED
           MOVE SPACE   TO PF-PROPOSED
           MOVE ACCT-NO TO PF-ACCT-NO
           MOVE ACCT-NO TO WS-RV-ACCT
           .

       SAVE-FINDING.
           ADD 1 TO WS-FIND-SEQ
           MOVE WS-FIND-SEQ TO PF-SEQ
           MOVE PF-CLASS TO WS-CLS-IDX
           ADD 1 TO PCT-COUNT (WS-CLS-IDX)
           ADD PF-VALUE TO PCT-VALUE (WS-CLS-IDX)
           ADD 1 TO WS-TOT-MISMATCH
           IF PF-FIX-PROPOSED
               ADD 1 TO PCT-PROPOSED (WS-CLS-IDX)
               ADD 1 TO WS-TOT-PROPOSED
           END-IF
           WRITE PF-REC
           END-WRITE
           .

       WRITE-PROPOSED-DELTA.
           WRITE PROV-REC
           END-WRITE
           MOVE PRV-ACTION TO PF-PROPOSED
           .

      *>  Sum of the plan's recurring items for WS-RV-ACCT, as
      *>  telbill's STAGE-PLAN-ITEMS stages them.
       COMPUTE-PLAN-RECURRING.
           MOVE ZERO TO WS-RV-AMOUNT
           IF WS-RV-PLAN = SPACES OR RECUR-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RV-PLAN TO RECUR-PLAN-CODE
           MOVE ZERO       TO RECUR-SEQ
           START RECURTB KEY IS GREATER THAN OR EQUAL RECUR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ RECURTB NEXT
                   AT END
                       EXIT PERFORM
               END-READ
               IF RECUR-PLAN-CODE NOT = WS-RV-PLAN
                   EXIT PERFORM
               END-IF
               MOVE "N" TO WS-OVR-FOUND
               IF RECOVR-STATUS NOT = "35"
                   MOVE WS-RV-ACCT TO RECOVR-ACCT-NO
                   MOVE RECUR-SEQ  TO RECOVR-SEQ
                   READ RECUROVR
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-OVR-FOUND
                   END-READ
               END-IF
               IF OVERRIDE-FOUND
                   ADD RECOVR-AMOUNT TO WS-RV-AMOUNT
               ELSE
                   ADD RECUR-AMOUNT  TO WS-RV-AMOUNT
               END-IF
           END-PERFORM
           .

      *>  One section per class, in class order, each with its
      *>  count, monthly value and proposed fixes.
       WRITE-FINDINGS.
           MOVE ZERO TO WS-PRINT-CLASS
           MOVE LOW-VALUES TO PF-KEY
           START FINDWORK KEY IS NOT LESS THAN PF-KEY
               INVALID KEY
                   MOVE SPACES TO RPTREC
                   WRITE RPTREC
                   END-WRITE
                   MOVE "No mismatches -- provisioning and billing "
                      & "agree." TO RPTREC
                   WRITE RPTREC
                   END-WRITE
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 0 = 1
               READ FINDWORK NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF PF-CLASS NOT = WS-PRINT-CLASS
                   IF WS-PRINT-CLASS NOT = ZERO
                       PERFORM WRITE-CLASS-TOTAL
                   END-IF
                   MOVE PF-CLASS TO WS-PRINT-CLASS
                   PERFORM WRITE-CLASS-HEADING
               END-IF
               MOVE SPACES TO PINV-DETAIL-LINE
               MOVE PF-ACCT-NO   TO PDL-ACCT
               MOVE PF-SVC-ID    TO PDL-SVC-ID
               MOVE PF-BILL-SIDE TO PDL-BILL
               MOVE PF-PROV-SIDE TO PDL-PROV
               MOVE PF-VALUE     TO PDL-VALUE
               EVALUATE PF-PROPOSED
                   WHEN "A"
                       MOVE "ADD ACCOUNT"  TO PDL-FIX
                   WHEN "C"
                       MOVE "CHANGE PLAN"  TO PDL-FIX
                   WHEN "D"
                       MOVE "DISCONNECT"   TO PDL-FIX
                   WHEN OTHER
                       MOVE "REVIEW"       TO PDL-FIX
               END-EVALUATE
               MOVE PINV-DETAIL-LINE TO RPTREC
               IF NOT PF-HAS-VALUE
                   MOVE SPACES TO RPTREC (72:17)
               END-IF
               WRITE RPTREC
               END-WRITE
           END-PERFORM
           IF WS-PRINT-CLASS NOT = ZERO
               PERFORM WRITE-CLASS-TOTAL
           END-IF
           .

       WRITE-CLASS-HEADING.
           MOVE SPACES TO RPTREC
           WRITE RPTREC
           END-WRITE
           MOVE WS-PRINT-CLASS TO WS-CLS-IDX
           MOVE SPACES TO RPTREC
           STRING "-- "                            DELIMITED BY SIZE
                  WS-PRINT-CLASS                   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  PINV-CLASS-LABEL (WS-CLS-IDX)    DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE PINV-DETAIL-HEAD TO RPTREC
           WRITE RPTREC
           END-WRITE
           .

       WRITE-CLASS-TOTAL.
           MOVE WS-PRINT-CLASS TO WS-CLS-IDX
           MOVE PCT-COUNT (WS-CLS-IDX)    TO WS-COUNT-OUT
           MOVE PCT-PROPOSED (WS-CLS-IDX) TO WS-COUNT-OUT2
           MOVE PCT-VALUE (WS-CLS-IDX)    TO WS-AMT-OUT
           MOVE SPACES TO RPTREC
           IF WS-CLS-IDX >= 5 AND WS-CLS-IDX <= 7
               STRING "    Mismatches: "     DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      "   (valued under the account classes)"
                                             DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
           ELSE
               STRING "    Mismatches: "     DELIMITED BY SIZE
                      WS-COUNT-OUT           DELIMITED BY SIZE
                      "   monthly revenue at stake "
                                             DELIMITED BY SIZE
                      WS-AMT-OUT             DELIMITED BY SIZE
                      "   fixes proposed "   DELIMITED BY SIZE
                      WS-COUNT-OUT2          DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
           END-IF
           WRITE RPTREC
           END-WRITE
           .

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO RPTREC
           WRITE RPTREC
           END-WRITE
           MOVE WS-SNAP-ACCTS TO WS-COUNT-OUT
           MOVE WS-MAST-ACCTS TO WS-COUNT-OUT2
           MOVE SPACES TO RPTREC
           STRING "Accounts:  snapshot "   DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                  "   master "             DELIMITED BY SIZE
                  WS-COUNT-OUT2            DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-SNAP-NUMBERS TO WS-COUNT-OUT
           MOVE WS-MAST-NUMBERS TO WS-COUNT-OUT2
           MOVE SPACES TO RPTREC
           STRING "Numbers:   snapshot "   DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                  "   assigned "           DELIMITED BY SIZE
                  WS-COUNT-OUT2            DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-SNAP-EQUIP TO WS-COUNT-OUT
           MOVE WS-MAST-EQUIP TO WS-COUNT-OUT2
           MOVE SPACES TO RPTREC
           STRING "Equipment: snapshot "   DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                  "   rented "             DELIMITED BY SIZE
                  WS-COUNT-OUT2            DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           MOVE WS-TOT-MISMATCH TO WS-COUNT-OUT
           MOVE WS-TOT-PROPOSED TO WS-COUNT-OUT2
           MOVE SPACES TO RPTREC
           STRING "Mismatches "            DELIMITED BY SIZE
                  WS-COUNT-OUT             DELIMITED BY SIZE
                  "   fixes proposed on PROVPROP.DAT "
                                           DELIMITED BY SIZE
                  WS-COUNT-OUT2            DELIMITED BY SIZE
                INTO RPTREC
           END-STRING
           WRITE RPTREC
           END-WRITE
           IF WS-SNAP-DUPS > ZERO
               MOVE WS-SNAP-DUPS TO WS-COUNT-OUT
               MOVE SPACES TO RPTREC
               STRING "Snapshot lines repeated, counted once: "
                                           DELIMITED BY SIZE
                      WS-COUNT-OUT         DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
               WRITE RPTREC
               END-WRITE
           END-IF
           IF WS-SNAP-BAD > ZERO
               MOVE WS-SNAP-BAD TO WS-COUNT-OUT
               MOVE SPACES TO RPTREC
               STRING "*** "               DELIMITED BY SIZE
                      WS-COUNT-OUT         DELIMITED BY SIZE
                      " snapshot line(s) skipped -- see above ***"
                                           DELIMITED BY SIZE
                    INTO RPTREC
               END-STRING
               WRITE RPTREC
               END-WRITE
           END-IF
           IF NUMINV-STATUS = "35"
               MOVE "*** NUMINV.DAT not available -- numbers not "
                  & "reconciled ***" TO RPTREC
               WRITE RPTREC
               END-WRITE
           END-IF
           IF EQP-STATUS = "35"
               MOVE "*** EQUIP.DAT not available -- equipment not "
                  & "reconciled ***" TO RPTREC
               WRITE RPTREC
               END-WRITE
           END-IF
           IF RECUR-STATUS = "35"
               MOVE "*** RECURTB.DAT not available -- accounts "
                  & "valued at zero ***" TO RPTREC
               WRITE RPTREC
               END-WRITE
           END-IF
           .
       END PROGRAM telpinv.
