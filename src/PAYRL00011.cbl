           05  TT-GRAND-TOTAL              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       COPY EMPTAX.
       COPY GLPOST.
       COPY PAYCAL.
       COPY CYCCTL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.


      *----------------------------------------------------------------
      * INIT - guards before any liability is computed.  The
      * period's pay run must have ended COMPLETE, because the
      * liability is computed from the GROSS_PAY rows that run
      * reconciled and is stamped with its RUN_ID; and the period must
      * not already carry EMPLOYER_TAX rows for this pay group, or a
      * rerun would post the same liability to the ledger twice.  The
      * cycle control row says the same thing from the other side: a
      * PAYRUN step that has not passed, or an EMPTAX step already
      * passed under this same RUN_ID, refuses the run even if the
      * tax rows were since hand-deleted.
      *----------------------------------------------------------------
       INIT.
           MOVE 'PAYRUN' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.

           EXEC SQL
               SELECT COALESCE(MAX(RUN_ID), 0) INTO :RUN-ID-WS
               FROM PAY_RUN_LOG
               STOP RUN
           END-IF.

           MOVE 'EMPTAX' TO CC-STEP-CODE.
           MOVE SPACE    TO CC-STEP-STATUS.
           MOVE ZERO     TO CC-RUN-ID.

           EXEC SQL
               SELECT STEP_STATUS, RUN_ID
                   INTO :CC-STEP-STATUS, :CC-RUN-ID
               FROM PAY_CYCLE_CONTROL
               WHERE PAY_GROUP = :PAY-GROUP-WS
                 AND PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.

           IF CC-STEP-PASSED
               AND CC-RUN-ID = RUN-ID-WS
               DISPLAY "EMPLOYER TAX ALREADY PASSED FOR RUN "
                   RUN-ID-WS " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :EXISTING-ROWS-WS
               FROM EMPLOYER_TAX ER, EMPLOYEE_DETAILS ED
      * type is summed, so a voided-and-reissued check is taxed once
      * at its reissued gross and a void-only employee nets to zero
      * and drops out - the same netting PAYRL00003's deposit cursor
      * relies on.  A supplemental earnings 'S' row counts only its
      * taxable wages: the untaxed part is reimbursement, not wages,
      * and carries no employer tax either.  A void's reversal of one
      * is a negative 'S' row, so it backs out the same taxable wages.
           EXEC SQL DECLARE ERTAX-CSR CURSOR FOR
               SELECT GP.EMPLOYEE_ID,
                      SUM(CASE WHEN GP.ENTRY_TYPE = 'S'
                               THEN GP.TAXABLE_WAGES
                               ELSE GP.GROSS_AMOUNT END)
               FROM GROSS_PAY GP, EMPLOYEE_DETAILS ED
               WHERE GP.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :PAY-GROUP-WS
                 AND GP.PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
               GROUP BY GP.EMPLOYEE_ID
               HAVING SUM(CASE WHEN GP.ENTRY_TYPE = 'S'
                               THEN GP.TAXABLE_WAGES
                               ELSE GP.GROSS_AMOUNT END) > 0
               ORDER BY GP.EMPLOYEE_ID
           END-EXEC.

      * BEFORE this period, so the prior gross is summed fresh from
      * GROSS_PAY - the same detail rows the run reconciled - rather
      * than read back out of YTD_MASTER, which already carries this
      * period and whatever else posted since.  Reimbursements count
      * toward no wage base, as in ERTAX-CSR.
      *----------------------------------------------------------------
       TAX-ONE-EMPLOYEE.
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN ENTRY_TYPE = 'S'
                                        THEN TAXABLE_WAGES
                                        ELSE GROSS_AMOUNT END), 0)
                   INTO :PRIOR-YTD-GROSS-WS
               FROM GROSS_PAY
               WHERE EMPLOYEE_ID = :ER-EMPLOYEE-ID
           EXEC SQL CLOSE ERTAX-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE 'EMPTAX'  TO CC-STEP-CODE.
           MOVE RUN-ID-WS TO CC-RUN-ID.
           MOVE 'PASS'    TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.




      *----------------------------------------------------------------
      * CHECK-CYCLE-STEP - the caller names in CC-STEP-CODE a step
      * that must already show passed on PAY_CYCLE_CONTROL for this
      * pay group and period before this program may touch it.  No
      * row at all means the step never ran, and is refused the same
      * as a step that ran and failed.  The RUN_ID the step ran under
      * is left in CC-RUN-ID.
      *----------------------------------------------------------------
       CHECK-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO CC-PERIOD-END.
           MOVE SPACE TO CC-STEP-STATUS.
           MOVE ZERO  TO CC-RUN-ID.

           EXEC SQL
               SELECT STEP_STATUS, RUN_ID
                   INTO :CC-STEP-STATUS, :CC-RUN-ID
               FROM PAY_CYCLE_CONTROL
               WHERE PAY_GROUP = :CC-PAY-GROUP
                 AND PERIOD_END = :CC-PERIOD-END
                 AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.

           IF NOT CC-STEP-PASSED
               DISPLAY "STEP " CC-STEP-CODE " HAS NOT PASSED FOR PAY "
                   "GROUP " CC-PAY-GROUP " PERIOD " CC-PERIOD-END
                   " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      *----------------------------------------------------------------
      * RECORD-CYCLE-STEP - stamps this program's step on
      * PAY_CYCLE_CONTROL for the pay group and period: the caller
      * supplies CC-STEP-CODE, CC-RUN-ID and CC-STEP-STATUS.  A rerun
      * replaces the earlier row, so the table always shows how the
      * step last ended.  The caller checks SQLCODE and owns the
      * commit.
      *----------------------------------------------------------------
       RECORD-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO CC-PERIOD-END.
           MOVE 'PAYRL00011'           TO CC-PROGRAM-ID.
           ACCEPT CYCLE-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT CYCLE-TIME-WS FROM TIME.
           MOVE CYCLE-DATE-WS      TO CC-STEP-TIMESTAMP(1:8).
           MOVE CYCLE-TIME-WS(1:6) TO CC-STEP-TIMESTAMP(9:6).

           EXEC SQL
               UPDATE PAY_CYCLE_CONTROL
                  SET PROGRAM_ID = :CC-PROGRAM-ID,
                      RUN_ID = :CC-RUN-ID,
                      STEP_STATUS = :CC-STEP-STATUS,
                      STEP_TIMESTAMP = :CC-STEP-TIMESTAMP
                WHERE PAY_GROUP = :CC-PAY-GROUP
                  AND PERIOD_END = :CC-PERIOD-END
                  AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO PAY_CYCLE_CONTROL
                       (PAY_GROUP, PERIOD_END, STEP_CODE, PROGRAM_ID,
                        RUN_ID, STEP_STATUS, STEP_TIMESTAMP)
                   VALUES
                       (:CC-PAY-GROUP, :CC-PERIOD-END, :CC-STEP-CODE,
                        :CC-PROGRAM-ID, :CC-RUN-ID, :CC-STEP-STATUS,
                        :CC-STEP-TIMESTAMP)
               END-EXEC
           END-IF.



       ERROR-HANDLING.
           IF SQLCODE NOT = ZERO
               DISPLAY "SQLCODE: " SQLCODE " "
