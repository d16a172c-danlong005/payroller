      *           from the moment it is cut, 'P' once PAYRL00013
      *           matches it to a paid item on the bank statement
      *           (PAID_DATE carries the bank's date; zero until
      *           then), 'V' once the pay run's adjustment mode voids
      *           the pay behind a check still outstanding.
      *================================================================
       01  CH-CHECK-NUMBER             PIC 9(09).
       01  CH-EMPLOYEE-ID              PIC 9(09).
       01  CH-CHECK-AMOUNT             PIC S9(9)V99  COMP-3.
       01  CH-CHECK-STATUS             PIC X(01).
       01  CH-PAID-DATE                PIC 9(08).

      * The dates PAYRL00021 sent the check's issue record and, once
      * it is voided, its void record to the bank's positive pay
      * service.  Null (rows written before the columns existed) or
      * zero means not yet transmitted.
       01  CH-PPAY-ISSUE-DATE          PIC 9(08).
       01  CH-PPAY-VOID-DATE           PIC 9(08).
