       01  YM-YTD-GROSS                PIC S9(9)V99  COMP-3.
       01  YM-YTD-TAX                  PIC S9(9)V99  COMP-3.
       01  YM-YTD-DEDUCTIONS           PIC S9(9)V99  COMP-3.

      * Year-to-date taxable wages (gross less pre-tax deductions).
      * Null on rows written before the column existed; everything
      * those rows carry was taxed whole, so YTD_GROSS stands in.
       01  YM-YTD-TAXABLE-WAGES        PIC S9(9)V99  COMP-3.
