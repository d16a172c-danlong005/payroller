      *================================================================
      * BKTRAN - direct deposit maintenance transaction record
      *          (BKTRAN DD/file).  One record per action: 'A' adds
      *          an election for an employee with none (or re-enrolls
      *          a stopped one), 'C' changes the routing, account, or
      *          account type on file (blank fields are left as they
      *          are), 'S' stops the election so the employee is paid
      *          by check.  Account type is 'C' checking or 'S'
      *          savings.
      *================================================================
       01  BANK-TRAN-RECORD.
           05  BT-ACTION               PIC X(01).
           05  BT-EMPLOYEE-ID          PIC 9(09).
           05  BT-ROUTING-NUMBER       PIC X(09).
           05  BT-ACCOUNT-NUMBER       PIC X(17).
           05  BT-ACCOUNT-TYPE         PIC X(01).
