      *================================================================
      * SUPTRAN - supplemental earnings transaction record (SUPTRAN
      *           DD/file).  One record per bonus, incentive, or
      *           reimbursement to be paid: the employee, the
      *           EARNINGS_CODE it is paid under, the amount, and the
      *           pay period end whose regular check carries it.
      *================================================================
       01  SUPP-TRAN-RECORD.
           05  SX-EMPLOYEE-ID          PIC 9(09).
           05  SX-EARNINGS-CODE        PIC X(08).
           05  SX-AMOUNT               PIC 9(7)V99.
           05  SX-PAY-PERIOD-END       PIC 9(08).
