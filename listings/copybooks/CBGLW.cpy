      *>  total refunded, booked as DR accounts receivable (the
      *>  credit balances come back to zero) / CR cash.
               88  GLW-REFUND             VALUE "R".
      *>  One "E" row per state per telesch escheatment run: AMT1
      *>  is the register credit balances turned over, GLW-CODE the
      *>  state -- booked as DR accounts receivable / CR escheat
      *>  liability due to that state; AMT2 the expired prepaid
      *>  balances turned over, DR prepaid balance liability / CR
      *>  the same escheat liability.
               88  GLW-ESCHEAT            VALUE "E".
      *>  One "S" row per run with reseller traffic: AMT1 is the
      *>  wholesale share of that run's PRICE-TOT, which telgl
      *>  reversal of the same figure -- the accrual self-corrects
      *>  when the invoices actually issue.
               88  GLW-ACCRUAL            VALUE "U".
      *>  One "N" row per payment telrtn reverses (returned check,
      *>  returned debit): AMT1 is what came back off the register
      *>  (DR accounts receivable / CR cash) at the cash's home
      *>  value -- for a foreign receipt the relief plus the
      *>  realized gain or less the loss, which telrtn's own "X"
      *>  row turns back -- AMT2 whatever part of the item had gone
      *>  to unapplied-cash suspense (DR unapplied cash / CR cash).
      *>  GLW-CODE is the bank's return reason.
               88  GLW-RETURNED-ITEM      VALUE "N".
      *>  One "F" row per deferred-revenue movement (see
      *>  CBDEFER.cpy), GLW-CODE saying which: BIL -- recurring and
      *>  equipment charges billed, AMT1 (DR accounts receivable /
      *>  CR deferred revenue); RVS -- a re-billed invoice's earlier
      *>  charges backed out, AMT1 the part still deferred and AMT2
      *>  the part already recognized (DR deferred revenue and
      *>  service revenue / CR accounts receivable); REC -- AMT1
      *>  released as earned (DR deferred revenue / CR service
      *>  revenue), from teldefr's period-end run or a final bill.
               88  GLW-DEFERRAL           VALUE "F".
      *>  One "I" row per intercompany movement from telico, AMT1
      *>  the transfer charge, AMT2 the usage revenue it was
      *>  figured on; GLW-ENTITY the company booking it and
      *>  GLW-CODE a side letter plus the counterparty entity:
      *>  R -- the network owner's (DR intercompany receivable /
      *>  CR intercompany network revenue); P -- the billing
      *>  entity's (DR intercompany network cost / CR
      *>  intercompany payable); E -- the consolidation
      *>  elimination of both, written by the network owner's
      *>  side under its own batch id, so the pair nets to zero.
               88  GLW-INTERCOMPANY       VALUE "I".
      *>  One "X" row per receipt currency per telpay run: AMT1
      *>  the net realized exchange gain (positive) or loss
      *>  (negative) on foreign-currency receipts, GLW-CODE the
      *>  currency -- booked against accounts receivable (the
      *>  receivable was relieved at the invoice's rate, the cash
      *>  came in at the receipt's).  telrtn writes one per
      *>  returned foreign item with the sign turned, taking the
      *>  item's gain or loss back out.
               88  GLW-FX-GAIN-LOSS       VALUE "X".
      *>  One "L" row per telpts month-end valuation: AMT1 the
      *>  change in the loyalty points liability since the last
      *>  valuation (positive DR loyalty program expense / CR
      *>  loyalty points liability, negative the reverse), AMT2
      *>  the liability now, AMT3 the points outstanding.
               88  GLW-LOYALTY            VALUE "L".
      *>  One "K" row per telexp sweep that expired prepaid
      *>  balances: AMT1 the balances taken to breakage (DR prepaid
      *>  balance liability / CR breakage revenue), AMT3 how many.
               88  GLW-BREAKAGE           VALUE "K".
           05  GLW-CODE        PIC X(03).
      *>  Operating company the row belongs to -- spaces is the
      *>  default entity, which is every row written before the
