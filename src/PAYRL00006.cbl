           05  EX-YTD-GROSS            PIC 9(09)V99.
           05  EX-YTD-TAX              PIC 9(09)V99.
           05  EX-YTD-DEDUCTIONS       PIC 9(09)V99.
      * W-2 box 1 wages: gross less the year's pre-tax deductions.
           05  EX-YTD-TAXABLE-WAGES    PIC 9(09)V99.
           05  FILLER                  PIC X(23) VALUE SPACE.

       FD  TOTALS-REPORT-FILE.
       01  TOTALS-REPORT-LINE              PIC X(80).
       01  YTD-GROSS-TOTAL-WS   PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  YTD-TAX-TOTAL-WS     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  YTD-DED-TOTAL-WS     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  YTD-TXW-TOTAL-WS     PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  GP-GROSS-TOTAL-WS    PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  GP-TAX-TOTAL-WS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  GP-DED-TOTAL-WS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  GP-TXW-TOTAL-WS      PIC S9(11)V99 COMP-3 VALUE ZERO.

       COPY YTDMSTR.
       COPY YEARCTL.
                   PERFORM ERROR-HANDLING
           END-EVALUATE.

      * YTD_TAXABLE_WAGES is null on rows no pay run has touched since
      * the column was added; everything on them was taxed whole.
           EXEC SQL DECLARE YTD-CSR CURSOR FOR
               SELECT EMPLOYEE_ID, YTD_GROSS, YTD_TAX, YTD_DEDUCTIONS,
                      COALESCE(YTD_TAXABLE_WAGES, YTD_GROSS)
               FROM YTD_MASTER
               WHERE CALENDAR_YEAR = :CLOSE-YEAR-WS
               ORDER BY EMPLOYEE_ID
           EXEC SQL
               FETCH YTD-CSR
                   INTO :YM-EMPLOYEE-ID, :YM-YTD-GROSS, :YM-YTD-TAX,
                        :YM-YTD-DEDUCTIONS, :YM-YTD-TAXABLE-WAGES
           END-EXEC.


           MOVE YM-YTD-GROSS      TO EX-YTD-GROSS.
           MOVE YM-YTD-TAX        TO EX-YTD-TAX.
           MOVE YM-YTD-DEDUCTIONS TO EX-YTD-DEDUCTIONS.
           MOVE YM-YTD-TAXABLE-WAGES TO EX-YTD-TAXABLE-WAGES.

           WRITE EXTRACT-RECORD.

           ADD YM-YTD-GROSS      TO YTD-GROSS-TOTAL-WS.
           ADD YM-YTD-TAX        TO YTD-TAX-TOTAL-WS.
           ADD YM-YTD-DEDUCTIONS TO YTD-DED-TOTAL-WS.
           ADD YM-YTD-TAXABLE-WAGES TO YTD-TXW-TOTAL-WS.
           ADD 1 TO EMPLOYEES-EXTRACTED-CT.


       RECONCILE-YEAR.
           EXEC SQL
               SELECT SUM(GROSS_AMOUNT), SUM(TAX_AMOUNT),
                      SUM(DEDUCTION_AMOUNT),
                      SUM(COALESCE(TAXABLE_WAGES, GROSS_AMOUNT))
                   INTO :GP-GROSS-TOTAL-WS, :GP-TAX-TOTAL-WS,
                        :GP-DED-TOTAL-WS, :GP-TXW-TOTAL-WS
               FROM GROSS_PAY
               WHERE PAY_PERIOD_END >= :YEAR-START-DATE-WS
                 AND PAY_PERIOD_END <= :YEAR-END-DATE-WS
           IF YTD-GROSS-TOTAL-WS NOT = GP-GROSS-TOTAL-WS
               OR YTD-TAX-TOTAL-WS NOT = GP-TAX-TOTAL-WS
               OR YTD-DED-TOTAL-WS NOT = GP-DED-TOTAL-WS
               OR YTD-TXW-TOTAL-WS NOT = GP-TXW-TOTAL-WS
               DISPLAY "PAYRL00006 YEAR " CLOSE-YEAR-WS
                   " DOES NOT BALANCE - YEAR NOT CLOSED"
               EXEC SQL ROLLBACK WORK END-EXEC
           MOVE YE-AMOUNT-LINE TO TOTALS-REPORT-LINE.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "TAXABLE WAGES" TO YA-CAPTION.
           MOVE YTD-TXW-TOTAL-WS TO YA-YTD-AMOUNT.
           MOVE GP-TXW-TOTAL-WS  TO YA-GP-AMOUNT.
           MOVE YE-AMOUNT-LINE TO TOTALS-REPORT-LINE.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "TAX" TO YA-CAPTION.
           MOVE YTD-TAX-TOTAL-WS TO YA-YTD-AMOUNT.
           MOVE GP-TAX-TOTAL-WS  TO YA-GP-AMOUNT.
           IF YTD-GROSS-TOTAL-WS = GP-GROSS-TOTAL-WS
               AND YTD-TAX-TOTAL-WS = GP-TAX-TOTAL-WS
               AND YTD-DED-TOTAL-WS = GP-DED-TOTAL-WS
               AND YTD-TXW-TOTAL-WS = GP-TXW-TOTAL-WS
               MOVE "YEAR IN BALANCE - CLOSED" TO YV-VERDICT
           ELSE
               MOVE "YEAR OUT OF BALANCE - NOT CLOSED" TO YV-VERDICT
           EXEC SQL
               INSERT INTO YTD_MASTER
                   (EMPLOYEE_ID, CALENDAR_YEAR, YTD_GROSS, YTD_TAX,
                    YTD_DEDUCTIONS, YTD_TAXABLE_WAGES)
               SELECT YM.EMPLOYEE_ID, :NEXT-YEAR-WS, 0, 0, 0, 0
               FROM YTD_MASTER YM
               WHERE YM.CALENDAR_YEAR = :CLOSE-YEAR-WS
                 AND NOT EXISTS
