       01  COMPUTED-GROSS-WS           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  COMPUTED-TAX-WS             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  COMPUTED-DED-WS             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  COMPUTED-TAXABLE-WS         PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  COMPUTED-TAKEN-WS           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  ARCHIVED-ROWS-WS            PIC 9(09) VALUE ZERO.
       01  ANY-ARCHIVED-WS             PIC 9(09) VALUE ZERO.
      *----------------------------------------------------------------
       VERIFY-YTD-MASTER.
           EXEC SQL DECLARE YTDV-CSR CURSOR FOR
               SELECT EMPLOYEE_ID, YTD_GROSS, YTD_TAX, YTD_DEDUCTIONS,
                      COALESCE(YTD_TAXABLE_WAGES, YTD_GROSS)
               FROM YTD_MASTER
               WHERE CALENDAR_YEAR = :VERIFY-YEAR-WS
               ORDER BY EMPLOYEE_ID
           EXEC SQL
               FETCH YTDV-CSR
                   INTO :YM-EMPLOYEE-ID, :YM-YTD-GROSS, :YM-YTD-TAX,
                        :YM-YTD-DEDUCTIONS, :YM-YTD-TAXABLE-WAGES
           END-EXEC.


               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.

           IF YM-YTD-TAXABLE-WAGES NOT = COMPUTED-TAXABLE-WS
               MOVE 'Y' TO YTD-ROW-BAD-SW
               MOVE "YTD TAXABLE" TO VD-FIELD
               MOVE YM-YTD-TAXABLE-WAGES TO VD-STORED-AMOUNT
               MOVE COMPUTED-TAXABLE-WS TO VD-COMPUTED-AMOUNT
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.

           IF YM-YTD-TAX NOT = COMPUTED-TAX-WS
               MOVE 'Y' TO YTD-ROW-BAD-SW
               MOVE "YTD TAX" TO VD-FIELD
           EXEC SQL
               SELECT COALESCE(SUM(GROSS_AMOUNT), 0),
                      COALESCE(SUM(TAX_AMOUNT), 0),
                      COALESCE(SUM(DEDUCTION_AMOUNT), 0),
                      COALESCE(SUM(COALESCE(TAXABLE_WAGES,
                                            GROSS_AMOUNT)), 0)
                   INTO :COMPUTED-GROSS-WS, :COMPUTED-TAX-WS,
                        :COMPUTED-DED-WS, :COMPUTED-TAXABLE-WS
               FROM GROSS_PAY
               WHERE EMPLOYEE_ID = :YM-EMPLOYEE-ID
                 AND PAY_PERIOD_END >= :YEAR-START-DATE-WS
           MOVE COMPUTED-GROSS-WS TO YM-YTD-GROSS.
           MOVE COMPUTED-TAX-WS   TO YM-YTD-TAX.
           MOVE COMPUTED-DED-WS   TO YM-YTD-DEDUCTIONS.
           MOVE COMPUTED-TAXABLE-WS TO YM-YTD-TAXABLE-WAGES.

           EXEC SQL
               UPDATE YTD_MASTER
               SET YTD_GROSS = :YM-YTD-GROSS,
                   YTD_TAX = :YM-YTD-TAX,
                   YTD_DEDUCTIONS = :YM-YTD-DEDUCTIONS,
                   YTD_TAXABLE_WAGES = :YM-YTD-TAXABLE-WAGES
               WHERE EMPLOYEE_ID = :YM-EMPLOYEE-ID
                 AND CALENDAR_YEAR = :VERIFY-YEAR-WS
           END-EXEC.
               MOVE COMPUTED-GROSS-WS TO YM-YTD-GROSS
               MOVE COMPUTED-TAX-WS   TO YM-YTD-TAX
               MOVE COMPUTED-DED-WS   TO YM-YTD-DEDUCTIONS
               MOVE COMPUTED-TAXABLE-WS TO YM-YTD-TAXABLE-WAGES
               MOVE VERIFY-YEAR-WS    TO YM-CALENDAR-YEAR
               EXEC SQL
                   INSERT INTO YTD_MASTER
                       (EMPLOYEE_ID, CALENDAR_YEAR, YTD_GROSS,
                        YTD_TAX, YTD_DEDUCTIONS, YTD_TAXABLE_WAGES)
                   VALUES
                       (:YM-EMPLOYEE-ID, :YM-CALENDAR-YEAR,
                        :YM-YTD-GROSS, :YM-YTD-TAX,
                        :YM-YTD-DEDUCTIONS, :YM-YTD-TAXABLE-WAGES)
               END-EXEC
               PERFORM ERROR-HANDLING
               ADD 1 TO REPAIRS-CT
      * detail.  No year bound here: YTD_TAKEN is never reset at
      * year end, so an election taking across a year boundary must
      * be summed across it too, or every such election would flag
      * on every run.  Register rows carrying a case number belong to
      * a garnishment order, not to an election, and stay out of the
      * sum even where the order shares its payee's deduction code.
      *----------------------------------------------------------------
       VERIFY-ELECTIONS.
           EXEC SQL DECLARE ELECTV-CSR CURSOR FOR
               FROM DEDUCTION_REGISTER
               WHERE EMPLOYEE_ID = :EL-EMPLOYEE-ID
                 AND DEDUCTION_CODE = :EL-DEDUCTION-CODE
                 AND COALESCE(CASE_NUMBER, ' ') = ' '
           END-EXEC.
           PERFORM ERROR-HANDLING.

