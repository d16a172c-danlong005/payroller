      *================================================================
      * EARNCD - host variables mapping the EARNINGS_CODE table.
      *          One row per supplemental EARNINGS_CODE (spot bonus,
      *          shift incentive, expense reimbursement, ...) saying
      *          how its lines are taxed and where they post:
      *          TAX_TREATMENT 'S' is supplemental wages, withheld
      *          at the flat supplemental rate; 'N' is not taxed at
      *          all (an accountable-plan reimbursement) and never
      *          reaches taxable wages.  GL_ACCOUNT is the account
      *          the code's wage leg posts to in place of the
      *          department's.
      *================================================================
       01  EC-EARNINGS-CODE            PIC X(08).
       01  EC-DESCRIPTION              PIC X(30).
       01  EC-TAX-TREATMENT            PIC X(01).
           88  EC-SUPPLEMENTAL-TAXED               VALUE 'S'.
           88  EC-NOT-TAXED                        VALUE 'N'.
       01  EC-GL-ACCOUNT               PIC X(10).
