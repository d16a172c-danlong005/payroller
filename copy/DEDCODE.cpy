      *================================================================
      * DEDCODE - host variables mapping the DEDUCTION_CODE table.
      *           One row per DEDUCTION_CODE, saying how the code's
      *           takes are treated for withholding: TAX_TREATMENT
      *           'P' is pre-tax (401k deferrals, Section 125
      *           medical/dental) and comes out of the check before
      *           tax is figured, so it reduces taxable wages; any
      *           other value is post-tax.  A code with no row -
      *           including every code keyed before the table existed
      *           - is post-tax, which is how the pay run always
      *           treated it.
      *================================================================
       01  DC-DEDUCTION-CODE           PIC X(08).
       01  DC-DESCRIPTION              PIC X(30).
       01  DC-TAX-TREATMENT            PIC X(01).
           88  DC-PRE-TAX                          VALUE 'P'.
