      *----------------------------------------------------------------
      * ARCHIVE-GROSS-PAY - extract the year's GROSS_PAY rows to the
      * history file, then purge them in one sweep.  Nulls on rows
      * that predate WORKED_HOURS, RUN_ID, and TAXABLE_WAGES read as
      * the same fallbacks the rest of the system uses.
      *----------------------------------------------------------------
       ARCHIVE-GROSS-PAY.
           EXEC SQL DECLARE GPARC-CSR CURSOR FOR
                      COALESCE(WORKED_HOURS, HOURS), RATE_OR_SALARY,
                      GROSS_AMOUNT, TAX_AMOUNT, DEDUCTION_AMOUNT,
                      NET_AMOUNT, COALESCE(ENTRY_TYPE, 'R'),
                      COALESCE(RUN_ID, 0),
                      COALESCE(TAXABLE_WAGES, GROSS_AMOUNT)
               FROM GROSS_PAY
               WHERE PAY_PERIOD_END >= :YEAR-START-DATE-WS
                 AND PAY_PERIOD_END <= :YEAR-END-DATE-WS
                        :GP-PAY-TYPE, :GP-HOURS, :GP-WORKED-HOURS,
                        :GP-RATE-OR-SALARY, :GP-GROSS-AMOUNT,
                        :GP-TAX-AMOUNT, :GP-DEDUCTION-AMOUNT,
                        :GP-NET-AMOUNT, :GP-ENTRY-TYPE, :GP-RUN-ID,
                        :GP-TAXABLE-WAGES
           END-EXEC.


           MOVE GP-NET-AMOUNT       TO HG-NET-AMOUNT.
           MOVE GP-ENTRY-TYPE       TO HG-ENTRY-TYPE.
           MOVE GP-RUN-ID           TO HG-RUN-ID.
           MOVE GP-TAXABLE-WAGES    TO HG-TAXABLE-WAGES.

           WRITE GROSS-HISTORY-REC.

