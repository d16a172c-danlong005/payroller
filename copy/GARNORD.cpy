      *================================================================
      * GARNORD - host variables mapping the GARNISHMENT_ORDER table.
      *           One row per court or agency order served against an
      *           employee, keyed by employee and CASE_NUMBER.  The
      *           pay run takes every order in force for the period
      *           (START_DATE on or before the period end, STOP_DATE
      *           zero or on or after the period start, and TOTAL_OWED
      *           zero or not yet reached) out of disposable earnings,
      *           in ORDER_TYPE priority:
      *
      *             CS  child/spousal support   limit SUPPORT_LIMIT_PCT
      *                                         (50-65% per the order;
      *                                         zero reads as 50%)
      *             TL  federal/state tax levy  no percentage limit
      *             SL  student loan (AWG)      15%, within the 25%
      *             CR  creditor levy           25%, or what is left
      *                                         above 30 times the
      *                                         federal minimum wage
      *
      *           STATE_LIMIT_PCT, when nonzero, is the issuing
      *           state's limit where it is lower than the federal
      *           one.  CALC_METHOD 'P' takes PERIOD_PCT of disposable
      *           earnings, anything else the flat PERIOD_AMOUNT.
      *           Orders of one type competing for the same limit are
      *           prorated.  DEDUCTION_CODE names the DEDUCTION_PAYEE
      *           row the order is remitted to; TOTAL_TAKEN is what
      *           the pay runs have withheld against TOTAL_OWED.
      *================================================================
       01  GO-EMPLOYEE-ID              PIC 9(09).
       01  GO-CASE-NUMBER              PIC X(20).
       01  GO-ORDER-TYPE               PIC X(02).
           88  GO-SUPPORT-ORDER                    VALUE 'CS'.
           88  GO-TAX-LEVY                         VALUE 'TL'.
           88  GO-STUDENT-LOAN                     VALUE 'SL'.
           88  GO-CREDITOR-LEVY                    VALUE 'CR'.
       01  GO-AGENCY                   PIC X(30).
       01  GO-DEDUCTION-CODE           PIC X(08).
       01  GO-CALC-METHOD              PIC X(01).
       01  GO-PERIOD-AMOUNT            PIC S9(5)V99  COMP-3.
       01  GO-PERIOD-PERCENT           PIC S9(1)V9999 COMP-3.
       01  GO-TOTAL-OWED               PIC S9(7)V99  COMP-3.
       01  GO-TOTAL-TAKEN              PIC S9(7)V99  COMP-3.
       01  GO-START-DATE               PIC 9(08).
       01  GO-STOP-DATE                PIC 9(08).
       01  GO-SUPPORT-LIMIT-PCT        PIC S9(1)V9999 COMP-3.
       01  GO-STATE-LIMIT-PCT          PIC S9(1)V9999 COMP-3.
