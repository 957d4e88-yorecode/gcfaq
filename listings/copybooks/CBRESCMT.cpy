      *> CBRESCMT.cpy
      *> Wholesale minimum-volume commitment, one record per
      *> reseller account, maintained through telacct's MINCM
      *> field.  From RCM-EFF-FROM (through RCM-EFF-TO, ZERO for
      *> open-ended) the reseller commits to at least
      *> RCM-MONTHLY-MIN of wholesale charges every period; when
      *> RCM-ANNUAL-MIN is set it also commits to that much over
      *> each twelve-month commitment year, the years counted from
      *> the month of RCM-EFF-FROM.  telresel bills a monthly
      *> shortfall on the period's settlement invoice and, in the
      *> last month of each commitment year, trues the year up
      *> against RESSHORT.DAT (see CBRESSHT.cpy).
       01  RESCOMMIT-REC.
           05  RCM-ACCT-NO         PIC 9(10).
           05  RCM-MONTHLY-MIN     PIC S9(09)V99.
           05  RCM-ANNUAL-MIN      PIC S9(11)V99.
           05  RCM-EFF-FROM        PIC 9(08).
           05  RCM-EFF-TO          PIC 9(08).
           05  RCM-STATUS-IND      PIC X(01).
               88  RCM-ACTIVE             VALUE "A".
               88  RCM-CANCELLED          VALUE "X".
           05  RCM-SET-BY          PIC X(08).
           05  RCM-SET-DATE        PIC 9(08).
