      *              GROSS_PAY row, so an off-cycle void or
      *              adjustment prints its own statement marked as
      *              such, itemized from its own run's register rows.
      *              A supplemental earnings statement itemizes its
      *              bonuses and reimbursements by earnings code under
      *              the gross.
      *
      * ================================================================

       COPY DEDREG.
       COPY YTDMSTR.
       COPY PAYCAL.
       COPY SUPERN.
       COPY EARNCD.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
                   MOVE "RETRO" TO ST-ENTRY-TYPE
               WHEN 'P'
                   MOVE "VACPY" TO ST-ENTRY-TYPE
               WHEN 'S'
                   MOVE "SUPPL" TO ST-ENTRY-TYPE
               WHEN OTHER
                   MOVE "REG" TO ST-ENTRY-TYPE
           END-EVALUATE.
           MOVE YM-YTD-GROSS TO SA-YTD-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

           IF GP-ENTRY-TYPE = 'S'
               PERFORM ITEMIZE-SUPPLEMENTAL
           END-IF.

           MOVE "TAX WITHHELD" TO SA-CAPTION.
           MOVE GP-TAX-AMOUNT TO SA-CURRENT-AMOUNT.
           MOVE YM-YTD-TAX TO SA-YTD-AMOUNT.
           PERFORM WRITE-AMOUNT-LINE.

      * A retro 'T', vacation payout 'P', or supplemental 'S' stub
      * carries no deductions of its own - the run that wrote it
      * registered its takes under the 'R' check - so itemizing any
      * of them would show the regular check's lines against a zero
      * total.
           IF GP-ENTRY-TYPE NOT = 'T' AND GP-ENTRY-TYPE NOT = 'P'
              AND GP-ENTRY-TYPE NOT = 'S'
               PERFORM ITEMIZE-DEDUCTIONS
           END-IF.




      *----------------------------------------------------------------
      * ITEMIZE-SUPPLEMENTAL - one line per SUPPLEMENTAL_EARNINGS line
      * the run that wrote this 'S' row paid, captioned with its
      * earnings code and description.
      *----------------------------------------------------------------
       ITEMIZE-SUPPLEMENTAL.
           MOVE GP-EMPLOYEE-ID TO SE-EMPLOYEE-ID.
           MOVE GP-RUN-ID      TO SE-RUN-ID.

           EXEC SQL DECLARE SUPP-CSR CURSOR FOR
               SELECT SE.EARNINGS_CODE, EC.DESCRIPTION, SE.AMOUNT
               FROM SUPPLEMENTAL_EARNINGS SE, EARNINGS_CODE EC
               WHERE SE.EARNINGS_CODE = EC.EARNINGS_CODE
                 AND SE.EMPLOYEE_ID = :SE-EMPLOYEE-ID
                 AND SE.RUN_ID = :SE-RUN-ID
                 AND SE.STATUS = 'D'
               ORDER BY SE.SUPP_ID
           END-EXEC.

           EXEC SQL OPEN SUPP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL
               FETCH SUPP-CSR
                   INTO :SE-EARNINGS-CODE, :EC-DESCRIPTION, :SE-AMOUNT
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE SPACE TO SA-CAPTION
               STRING "  " SE-EARNINGS-CODE " " EC-DESCRIPTION
                   DELIMITED BY SIZE INTO SA-CAPTION
               MOVE SE-AMOUNT TO SA-CURRENT-AMOUNT
               MOVE SPACE TO SA-YTD-BLANK
               PERFORM WRITE-AMOUNT-LINE
               EXEC SQL
                   FETCH SUPP-CSR
                       INTO :SE-EARNINGS-CODE, :EC-DESCRIPTION,
                            :SE-AMOUNT
               END-EXEC
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON SUPP-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE SUPP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       WRITE-AMOUNT-LINE.
           MOVE STMT-AMOUNT-LINE TO STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
