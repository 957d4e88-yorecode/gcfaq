      *> range, which case -- lands on the TELLEGAL.AUD access log,
      *> because we must be able to prove who accessed subscriber
      *> records.
      *>
      *> An account-scope extract also puts the account on legal
      *> hold for the case (LEGALHLD.DAT, see CBLGLHLD.cpy), so its
      *> records are preserved -- telpriv will not anonymize a held
      *> account.  Counsel can place or lift a hold on its own:
      *>
      *>   tellegal USERID CASEREF HOLD ACCT
      *>   tellegal USERID CASEREF RELS ACCT
      *>
      *> under the same authority, and on the same access log.
      *>
       IDENTIFICATION DIVISION.
       PROGRAM-ID. tellegal.
                LINE SEQUENTIAL
                FILE STATUS IS MASKPOL-STATUS
                .
           SELECT LEGALHLD ASSIGN TO
                "LEGALHLD.DAT"
                ORGANIZATION INDEXED
                ACCESS DYNAMIC
                RECORD KEY IS LGH-KEY
                FILE STATUS IS LGH-STATUS
                .
           SELECT LGLAUDIT ASSIGN TO
                "TELLEGAL.AUD"
                LINE SEQUENTIAL
           05  MPOL-OUTPUT      PIC X(05).
           05  FILLER           PIC X(01).
           05  MPOL-POLICY      PIC X(01).
       FD  LEGALHLD.
           COPY CBLGLHLD.
       FD  LGLAUDIT.
       01  LGLAUDIT-REC      PIC X(190).

       WORKING-STORAGE SECTION.
       01  AUTH-STATUS       PIC XX      VALUE "00".
       01  BAL-STATUS        PIC XX      VALUE "00".
       01  RESP-STATUS       PIC XX      VALUE "00".
       01  LGLAUDIT-STATUS   PIC XX      VALUE "00".
       01  LGH-STATUS        PIC XX      VALUE "00".

       01  WS-NOW            PIC X(21)   VALUE SPACES.
       01  WS-RESP-NAME      PIC X(30)   VALUE SPACES.
       01  WS-UNITS-OUT      PIC -9(09).
       01  WS-COUNT-OUT      PIC ZZZ,ZZZ,ZZ9.

      *>  Run-setting snapshot parameter block (see CBCFGRQ.cpy).
           COPY CBCFGRQ.

      *>  Audit-trail chaining parameter block (see CBSEALRQ.cpy).
           COPY CBSEALRQ.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW
                    WS-FROM-TOK
                    WS-TO-TOK
           END-UNSTRING
           IF WS-SCOPE = "HOLD" OR WS-SCOPE = "RELS"
               IF WS-FROM-TOK = SPACES
                   MOVE ZEROS TO WS-FROM-TOK WS-TO-TOK
               END-IF
               IF FUNCTION TRIM (WS-KEY-ARG) IS NOT NUMERIC
                   MOVE SPACES TO WS-KEY-ARG
               END-IF
           END-IF
           IF WS-USERID = SPACES OR WS-CASEREF = SPACES
           OR WS-KEY-ARG = SPACES
           OR WS-FROM-TOK NOT NUMERIC OR WS-TO-TOK NOT NUMERIC
           OR (WS-SCOPE NOT = "ACCT" AND WS-SCOPE NOT = "NUM"
               AND WS-SCOPE NOT = "HOLD" AND WS-SCOPE NOT = "RELS")
               DISPLAY "*** usage: tellegal USERID CASEREF "
                       "ACCT|NUM KEY FROMDATE TODATE ***"
                   UPON CONSOLE
               END-DISPLAY
               DISPLAY "***        tellegal USERID CASEREF "
                       "HOLD|RELS ACCT ***"
                   UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-TOK TO WS-FROM-DATE
           MOVE WS-TO-TOK   TO WS-TO-DATE
           IF WS-SCOPE NOT = "NUM"
               COMPUTE WS-SEL-ACCT = FUNCTION NUMVAL (WS-KEY-ARG)
               END-COMPUTE
           END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SCOPE = "HOLD" OR WS-SCOPE = "RELS"
               PERFORM MAINTAIN-LEGAL-HOLD
               STOP RUN
           END-IF
           PERFORM BUILD-RESPONSE-FILE
           IF WS-SCOPE = "ACCT"
               MOVE "HOLD" TO WS-SCOPE
               PERFORM MAINTAIN-LEGAL-HOLD
           END-IF
           STOP RUN
           .

      *>  Places (HOLD) or lifts (RELS) this case's hold on the
      *>  account.  Holds by other cases are their own rows and are
      *>  untouched; a released row keeps who released it.
       MAINTAIN-LEGAL-HOLD.
           OPEN I-O LEGALHLD
           IF LGH-STATUS NOT = "00"
               OPEN OUTPUT LEGALHLD
               CLOSE LEGALHLD
               OPEN I-O LEGALHLD
           END-IF
           IF LGH-STATUS NOT = "00"
               DISPLAY "*** LEGALHLD.DAT not available -- hold not "
                       "recorded ***" UPON CONSOLE
               END-DISPLAY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEL-ACCT TO LGH-ACCT-NO
           MOVE WS-CASEREF  TO LGH-CASEREF
           READ LEGALHLD
               INVALID KEY
                   IF WS-SCOPE = "HOLD"
                       MOVE "H"          TO LGH-STATUS-IND
                       MOVE WS-NOW (1:8) TO LGH-PLACED-DATE
                       MOVE WS-USERID    TO LGH-PLACED-BY
                       MOVE ZERO         TO LGH-RELEASED-DATE
                       MOVE SPACES       TO LGH-RELEASED-BY
                       WRITE LEGALHLD-REC
                       END-WRITE
                       DISPLAY "Legal hold placed on account "
                               LGH-ACCT-NO " for case "
                               FUNCTION TRIM (WS-CASEREF)
                           UPON CONSOLE
                       END-DISPLAY
                   ELSE
                       DISPLAY "*** no hold on file for account "
                               LGH-ACCT-NO " under case "
                               FUNCTION TRIM (WS-CASEREF) " ***"
                           UPON CONSOLE
                       END-DISPLAY
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   IF WS-SCOPE = "HOLD"
                       IF LGH-RELEASED
                           MOVE "H"          TO LGH-STATUS-IND
                           MOVE WS-NOW (1:8) TO LGH-PLACED-DATE
                           MOVE WS-USERID    TO LGH-PLACED-BY
                           MOVE ZERO         TO LGH-RELEASED-DATE
                           MOVE SPACES       TO LGH-RELEASED-BY
                           REWRITE LEGALHLD-REC
                           END-REWRITE
                       END-IF
                       DISPLAY "Legal hold in force on account "
                               LGH-ACCT-NO " for case "
                               FUNCTION TRIM (WS-CASEREF)
                           UPON CONSOLE
                       END-DISPLAY
                   ELSE
                       MOVE "R"          TO LGH-STATUS-IND
                       MOVE WS-NOW (1:8) TO LGH-RELEASED-DATE
                       MOVE WS-USERID    TO LGH-RELEASED-BY
                       REWRITE LEGALHLD-REC
                       END-REWRITE
                       DISPLAY "Legal hold released on account "
                               LGH-ACCT-NO " for case "
                               FUNCTION TRIM (WS-CASEREF)
                           UPON CONSOLE
                       END-DISPLAY
                   END-IF
           END-READ
           CLOSE LEGALHLD
           .

      *>  The specific legal-response authority, fail closed, and
      *>  the credential behind the id proven through TELAUTHN --
      *>  nobody browses subscriber records on a borrowed token.
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
           IF WS-SCOPE NOT = "ACCT" OR WS-ENV-GTM NOT = "Y"
               EXIT PARAGRAPH
           END-IF
                  WS-AUTHORIZED       DELIMITED BY SIZE
                INTO LGLAUDIT-REC
           END-STRING
           PERFORM SEAL-AUDIT-LINE
           WRITE LGLAUDIT-REC
           END-WRITE
           CLOSE LGLAUDIT
           .

      *>  Hands one run setting to the configuration snapshot (see
      *>  TELCFG).  A build without the module just runs unrecorded.
       RECORD-RUN-SETTING.
           MOVE "TELLEGAL" TO CFQ-PROGRAM
           CALL "TELCFG" USING CFG-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .

      *>  Chains the audit line into TELLEGAL.AUD's sequence and
      *>  running hash (see TELSEAL) just ahead of its WRITE.
       SEAL-AUDIT-LINE.
           SET SRQ-SEAL TO TRUE
           MOVE "TELLEGAL.AUD" TO SRQ-TRAIL
           MOVE LGLAUDIT-REC (1:160) TO SRQ-LINE
           CALL "TELSEAL" USING SEAL-REQUEST
               ON EXCEPTION
                   CONTINUE
           END-CALL
           MOVE SRQ-LINE TO LGLAUDIT-REC
           .
       END PROGRAM tellegal.
