       01  GP-DEDUCTION-AMOUNT         PIC S9(7)V99  COMP-3.
       01  GP-NET-AMOUNT               PIC S9(7)V99  COMP-3.

      * Gross less the check's pre-tax deductions - the wages the tax
      * was figured on and W-2 box 1 reports.  Null on rows written
      * before the column existed; those checks were taxed on their
      * whole gross, so GROSS_AMOUNT stands in for it.
       01  GP-TAXABLE-WAGES            PIC S9(7)V99  COMP-3.

      * How the row got here: 'R' regular pay run, 'V' reversing
      * entry written by a void, 'A' adjustment (reissue/additional),
      * 'T' retro pay line, 'P' vacation payout on a terminated
      * employee's final check, 'S' supplemental earnings (bonuses,
      * incentives, reimbursements) paid on the regular check.
       01  GP-ENTRY-TYPE               PIC X(01).

      * The PAY_RUN_LOG run that wrote the row.
