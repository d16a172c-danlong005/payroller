      *================================================================
      * SUPERN - host variables mapping the SUPPLEMENTAL_EARNINGS
      *          table.  One row per supplemental earnings line
      *          PAYRL00025 loaded from the SUPTRAN file: 'P' until
      *          the employee's next regular pay run for that period
      *          (or a later one) pays it on the check and marks it
      *          'D', stamping the run that paid it and the tax that
      *          was withheld on it.  Voiding that check puts the
      *          line back to 'P', with no run and no tax, for the
      *          next regular run to pay again.
      *================================================================
       01  SE-SUPP-ID                  PIC 9(09).
       01  SE-EMPLOYEE-ID              PIC 9(09).
       01  SE-PAY-PERIOD-END           PIC 9(08).
       01  SE-EARNINGS-CODE            PIC X(08).
       01  SE-AMOUNT                   PIC S9(7)V99  COMP-3.
       01  SE-STATUS                   PIC X(01).
           88  SE-PENDING                          VALUE 'P'.
           88  SE-PAID                             VALUE 'D'.
       01  SE-RUN-ID                   PIC 9(09).
       01  SE-TAX-AMOUNT               PIC S9(7)V99  COMP-3.
