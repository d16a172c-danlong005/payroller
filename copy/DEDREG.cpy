      * yet.  The mark is what keeps a rerun of the remittance from
      * paying the same takes twice.
       01  DR-REMIT-STATUS             PIC X(01).

      * Set only on a take against a GARNISHMENT_ORDER (space, or
      * null on rows written before the fields existed, for every
      * other line): the order's case number, what the order called
      * for this check, and - when less than that was taken - why:
      * FEDLIMIT or STLIMIT (the federal or state share of disposable
      * earnings), PRIORITY (a higher-priority order used the limit
      * up), PRORATED (shared with another order of the same type),
      * or NETPAY (the check ran out).  PAYRL00012 remits by case
      * number and PAYRL00023 reports the orders that went short.
       01  DR-CASE-NUMBER              PIC X(20).
       01  DR-AMOUNT-ORDERED           PIC S9(7)V99  COMP-3.
       01  DR-LIMIT-REASON             PIC X(08).
