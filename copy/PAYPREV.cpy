      *================================================================
      * PAYPREV - trial pay run preview record (PAYPREV file).  A
      *           trial run of PAYRL00001 computes the period exactly
      *           as the live run would and then rolls every row back;
      *           this file is what it leaves behind.  One 'G' record
      *           per GROSS_PAY line the trial computed (the regular
      *           check, its retro, vacation payout, and supplemental
      *           earnings lines) and one 'D' record per deduction
      *           take, in display format so payroll can load it into
      *           a spreadsheet and review the period before the live
      *           run.
      *================================================================
       01  PREVIEW-RECORD.
           05  PV-RECORD-TYPE          PIC X(01).
               88  PV-GROSS-LINE                    VALUE 'G'.
               88  PV-DEDUCTION-LINE                VALUE 'D'.
           05  PV-RUN-ID               PIC 9(09).
           05  PV-PAY-GROUP            PIC X(10).
           05  PV-PAY-PERIOD-END       PIC 9(08).
           05  PV-EMPLOYEE-ID          PIC 9(09).
           05  PV-LINE-DATA            PIC X(80).

      * 'G' - one computed GROSS_PAY line, entry type 'R' regular,
      * 'T' retro, 'P' vacation payout, or 'S' supplemental earnings.
           05  PV-GROSS-DATA REDEFINES PV-LINE-DATA.
               10  PV-ENTRY-TYPE       PIC X(01).
               10  PV-PAY-TYPE         PIC X(01).
               10  PV-HOURS            PIC S9(3)V99.
               10  PV-WORKED-HOURS     PIC S9(3)V99.
               10  PV-RATE-OR-SALARY   PIC S9(7)V99.
               10  PV-GROSS-AMOUNT     PIC S9(7)V99.
               10  PV-TAXABLE-WAGES    PIC S9(7)V99.
               10  PV-TAX-AMOUNT       PIC S9(7)V99.
               10  PV-DEDUCTION-AMOUNT PIC S9(7)V99.
               10  PV-NET-AMOUNT       PIC S9(7)V99.
               10  FILLER              PIC X(14).

      * 'D' - one deduction the trial took from the employee's check,
      * with the arrears it moved and, for a garnishment order, the
      * case number and why the order went short.
           05  PV-DEDUCTION-DATA REDEFINES PV-LINE-DATA.
               10  PV-DEDUCTION-CODE   PIC X(08).
               10  PV-AMOUNT-TAKEN     PIC S9(7)V99.
               10  PV-AMOUNT-ARREARS   PIC S9(7)V99.
               10  PV-ARREARS-BALANCE  PIC S9(7)V99.
               10  PV-CASE-NUMBER      PIC X(20).
               10  PV-LIMIT-REASON     PIC X(08).
               10  FILLER              PIC X(17).
