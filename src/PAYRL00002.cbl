      * PAYRL00002 - Print the pay register from GROSS_PAY for the
      *              pay period named in the run parameters, one line
      *              per employee, subtotaled by pay type, with a
      *              grand total for payroll sign-off.  A supplemental
      *              earnings line is itemized beneath it by earnings
      *              code, so the bonuses and reimbursements in the
      *              gross can be signed off one by one.
      *
      * ================================================================

           05  STL-GROSS-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(16) VALUE SPACE.

      * One line per supplemental earnings item under its SUPPL line,
      * the amount in the GROSS AMOUNT column.  Itemization only - the
      * SUPPL line already carries the items in the totals.
       01  SUPPLEMENTAL-ITEM-LINE.
           05  FILLER                      PIC X(15) VALUE SPACE.
           05  SIL-EARNINGS-CODE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  SIL-DESCRIPTION             PIC X(26).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  SIL-AMOUNT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(16) VALUE SPACE.

       01  GRANDTOTAL-LINE.
           05  FILLER                      PIC X(38) VALUE SPACE.
           05  FILLER                      PIC X(12) VALUE
           05  GTL-GROSS-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(16) VALUE SPACE.

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.
       01  REGISTER-RUN-ID-WS              PIC 9(09)      VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  CALENDAR-COUNT-WS PIC 9(09) VALUE ZERO.
       COPY GROSSPAY.
       COPY PAYCAL.
       COPY CYCCTL.
       COPY SUPERN.
       COPY EARNCD.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.


       INIT.
      * No register until the pay run has passed for the group and
      * period; the register is recorded against that run's id.
           MOVE 'PAYRUN' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.
           MOVE CC-RUN-ID TO REGISTER-RUN-ID-WS.

      * Joined to EMPLOYEE_DETAILS and filtered on PAY_GROUP so this
      * register covers only the pay group named in PAYPARM - without
      * it, any pay group sharing this PAY_PERIOD_END with another
           EXEC SQL DECLARE GROSS-CSR CURSOR FOR
               SELECT GP.EMPLOYEE_ID, GP.PAY_TYPE, GP.HOURS,
                      GP.RATE_OR_SALARY, GP.GROSS_AMOUNT,
                      GP.ENTRY_TYPE, COALESCE(GP.RUN_ID, 0)
               FROM GROSS_PAY GP, EMPLOYEE_DETAILS ED
               WHERE GP.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :PAY-GROUP-WS
               FETCH GROSS-CSR
                   INTO :GP-EMPLOYEE-ID, :GP-PAY-TYPE, :GP-HOURS,
                        :GP-RATE-OR-SALARY, :GP-GROSS-AMOUNT,
                        :GP-ENTRY-TYPE, :GP-RUN-ID
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
                   FETCH GROSS-CSR
                       INTO :GP-EMPLOYEE-ID, :GP-PAY-TYPE, :GP-HOURS,
                            :GP-RATE-OR-SALARY, :GP-GROSS-AMOUNT,
                            :GP-ENTRY-TYPE, :GP-RUN-ID
               END-EXEC
           END-PERFORM.

                   MOVE "RETRO" TO DL-ENTRY-TYPE
               WHEN 'P'
                   MOVE "VACPY" TO DL-ENTRY-TYPE
               WHEN 'S'
                   MOVE "SUPPL" TO DL-ENTRY-TYPE
               WHEN OTHER
                   MOVE "REG" TO DL-ENTRY-TYPE
           END-EVALUATE.
           MOVE DETAIL-LINE        TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

           IF GP-ENTRY-TYPE = 'S'
               PERFORM WRITE-SUPPLEMENTAL-ITEMS
           END-IF.



      *----------------------------------------------------------------
      * WRITE-SUPPLEMENTAL-ITEMS - the SUPPLEMENTAL_EARNINGS lines the
      * 'S' row's run paid the employee, in the order they were
      * loaded.
      *----------------------------------------------------------------
       WRITE-SUPPLEMENTAL-ITEMS.
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

           PERFORM WRITE-SUPPLEMENTAL-ITEM UNTIL SQLCODE NOT = ZERO.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON SUPP-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE SUPP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       WRITE-SUPPLEMENTAL-ITEM.
           MOVE SE-EARNINGS-CODE TO SIL-EARNINGS-CODE.
           MOVE EC-DESCRIPTION   TO SIL-DESCRIPTION.
           MOVE SE-AMOUNT        TO SIL-AMOUNT.
           MOVE SUPPLEMENTAL-ITEM-LINE TO REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

           EXEC SQL
               FETCH SUPP-CSR
                   INTO :SE-EARNINGS-CODE, :EC-DESCRIPTION, :SE-AMOUNT
           END-EXEC.



       WRITE-SUBTOTAL-LINE.
           EXEC SQL CLOSE GROSS-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE 'REGISTER'         TO CC-STEP-CODE.
           MOVE REGISTER-RUN-ID-WS TO CC-RUN-ID.
           MOVE 'PASS'             TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.



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
           MOVE GP-PAY-PERIOD-END      TO CC-PERIOD-END.
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
           MOVE GP-PAY-PERIOD-END      TO CC-PERIOD-END.
           MOVE 'PAYRL00002'           TO CC-PROGRAM-ID.
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
