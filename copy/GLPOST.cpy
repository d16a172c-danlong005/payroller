      *          GL_ACCOUNT_XREF tables.  GL_ACCOUNT_XREF carries the
      *          wage/tax/deduction GL account numbers for each pay
      *          type; GL_POSTING is the summarized feed one row per
      *          account/amount-type for the pay period.  Amount
      *          types: WAGE, TAX, DED from the pay run, ERTX employer
      *          tax from PAYRL00011, and the PAYRL00026 month-end
      *          wage accrual ACCR (dated the month end) with its
      *          reversal ACRV (dated the first of the next month).
      *================================================================
       01  GX-PAY-TYPE                 PIC X(01).
       01  GX-WAGE-ACCOUNT             PIC X(10).
