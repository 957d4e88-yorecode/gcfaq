      *> CBAUDNRM.cpy
      *> One audit-trail line in the common layout telaudq reads
      *> every trail into: when, who, which program, what action,
      *> against what key, old and new value, applied or refused.
      *> The trails themselves keep their own formats; this is the
      *> inquiry's view of them.
      *>
      *>   AN-KEY-TYPE  A account, I invoice, D dispute, N telephone
      *>                number, blank anything else (rate code,
      *>                table key, serial, ...)
      *>   AN-ACCT-NO / AN-INV-NO  the account and invoice the line
      *>                concerns, filled from the key and, for an
      *>                invoice or dispute key, from the register --
      *>                so an account inquiry picks up write-offs,
      *>                credit memos and disputes against its bills
      *>   AN-ACCT-NO-2 the second account of a merge (the survivor)
      *>   AN-USER-2    an approver or proposer named on the line
      *>   AN-RESULT    "A" applied (or a run recorded), "R" refused
      *>                or not carried out; AN-RESULT-TEXT carries
      *>                the trail's own outcome word or reason
      *>   AN-DETAIL    every other name=value on the line, as is
      *>   AN-TRAIL / AN-LINE-NO  where the line came from
       01  AUDIT-NORM-REC.
           05  AN-DATE                 PIC 9(08).
           05  AN-TIME                 PIC 9(06).
           05  AN-TRAIL                PIC X(12).
           05  AN-LINE-NO              PIC 9(09).
           05  AN-USER                 PIC X(08).
           05  AN-USER-2               PIC X(08).
           05  AN-PROGRAM              PIC X(08).
           05  AN-ACTION               PIC X(12).
           05  AN-KEY-TYPE             PIC X(01).
               88  AN-KEY-IS-ACCOUNT           VALUE "A".
               88  AN-KEY-IS-INVOICE           VALUE "I".
               88  AN-KEY-IS-DISPUTE           VALUE "D".
               88  AN-KEY-IS-NUMBER            VALUE "N".
           05  AN-KEY                  PIC X(20).
           05  AN-ACCT-NO              PIC 9(10).
           05  AN-ACCT-NO-2            PIC 9(10).
           05  AN-INV-NO               PIC 9(08).
           05  AN-OLD-VALUE            PIC X(40).
           05  AN-NEW-VALUE            PIC X(40).
           05  AN-RESULT               PIC X(01).
               88  AN-APPLIED                  VALUE "A".
               88  AN-REFUSED                  VALUE "R".
           05  AN-RESULT-TEXT          PIC X(40).
           05  AN-DETAIL               PIC X(120).
