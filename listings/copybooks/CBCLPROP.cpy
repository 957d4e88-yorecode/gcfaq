      *> CBCLPROP.cpy
      *> Credit-limit change proposal (CREDLIMP.DAT), one record
      *> per account, keyed by account, written by the monthly
      *> telscore run from the account's grade.  Nothing here
      *> touches ACCTMAST.DAT: a proposal takes effect only when an
      *> account-maintenance user applies it through telacct's PRP
      *> action, which audits it on TELCO.AAUD like any other
      *> change and refuses it if the limit on file has moved since
      *> the proposal was made.  A later scoring run replaces a
      *> pending proposal.
       01  CREDLIM-PROP-REC.
           05  CLP-ACCT-NO             PIC 9(10).
           05  CLP-CURRENT-LIMIT       PIC S9(09)V99.
           05  CLP-PROPOSED-LIMIT      PIC S9(09)V99.
           05  CLP-GRADE               PIC X(01).
           05  CLP-SCORE               PIC 9(03).
           05  CLP-RUN-DATE            PIC 9(08).
           05  CLP-STATUS-IND          PIC X(01).
               88  CLP-PENDING                 VALUE "P".
               88  CLP-APPLIED                 VALUE "A".
               88  CLP-REFUSED                 VALUE "R".
           05  CLP-ACTION-BY           PIC X(08).
           05  CLP-ACTION-DATE         PIC 9(08).
