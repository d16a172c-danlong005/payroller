      *           POST-GL breaks the period's wage legs out by and
      *           what the PAYRL00019 labor distribution report
      *           prints, stamped with the run that wrote them.
      *           A supplemental earnings line charges the home
      *           department too, on a row of its own carrying the
      *           EARNINGS_CODE it was paid under (space on every
      *           other row) so POST-GL can post it to the code's
      *           own GL account.
      *================================================================
       01  LX-EMPLOYEE-ID              PIC 9(09).
       01  LX-PAY-PERIOD-END           PIC 9(08).
       01  LX-HOURS                    PIC S9(3)V99  COMP-3.
       01  LX-GROSS-AMOUNT             PIC S9(7)V99  COMP-3.
       01  LX-RUN-ID                   PIC 9(09).
       01  LX-EARNINGS-CODE            PIC X(08).
